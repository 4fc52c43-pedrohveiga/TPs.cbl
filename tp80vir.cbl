      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP80VIR COBOL - virada de ano of the annual
      *          accumulators. For the year being closed it checks
      *          that every active employee has the normal ficha of
      *          December and the decimo terceiro in TP04HISTIDX.DAT
      *          and that TABELAS.DAT already holds a set with the
      *          vigencia of the new year (TP10TAB); the pendencias
      *          are listed and the supervisor decides whether to
      *          close anyway. It then copies every TP04YTD.DAT record
      *          of the year into the per-year archive TP04YTDHIST.DAT
      *          (TP12INF, TP14YTD and TP48RAIS read it from then on),
      *          advances the ferias periodos already fully gozados
      *          and lists the saldos carried into the new year, lists
      *          the consignados with the saldo that goes on and the
      *          ones already quitados, and prints in TP80VIR.REL the
      *          totals of the year per empresa. The year is recorded
      *          in VIRADA.DAT: TP04 and TP04LOTE refuse a January
      *          competencia until then, and any competencia of a
      *          closed year after it. TP04YTD.DAT is left as it is -
      *          the first normal ficha of January starts the new year
      *          on it, as it always did.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP80VIR.
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
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT YTD ASSIGN TO "TP04YTD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTD-PRONTUARIO
           FILE STATUS IS wsfs-ytd.
           SELECT YTDHIST ASSIGN TO "TP04YTDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS YTH-CHAVE
           FILE STATUS IS wsfs-yth.
           SELECT TABELAS ASSIGN TO "TABELAS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-tab.
           SELECT FERIAS ASSIGN TO "FERIAS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FER-PRONTUARIO
           FILE STATUS IS wsfs-fer.
           SELECT EMPRESTIMO ASSIGN TO "EMPRESTIMO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-PRONTUARIO
           FILE STATUS IS wsfs-emp.
           SELECT VIRADA ASSIGN TO "VIRADA.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIR-ANO
           FILE STATUS IS wsfs-vir.
           SELECT RELATORIO ASSIGN TO "TP80VIR.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD CADASTRO.
       COPY CADASTRO.

       FD HISTIDX.
       COPY HISTIDX.

       FD YTD.
       01 YTD-REGISTRO.
           05 YTD-PRONTUARIO        PIC X(9).
           05 YTD-ANO               PIC 9(4).
           05 YTD-BRUTO             PIC 9(7)V99.
           05 YTD-INSS              PIC 9(7)V99.
           05 YTD-IR                PIC 9(7)V99.
           05 YTD-LIQ               PIC 9(7)V99.
           05 YTD-FGTS              PIC 9(7)V99.

       FD YTDHIST.
       COPY YTDHIST.

       FD TABELAS.
       COPY TABREG.

       FD FERIAS.
       COPY FERIAS.

       FD EMPRESTIMO.
       COPY EMPRESTIMO.

       FD VIRADA.
       COPY VIRADA.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(100).

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
       77 wsfs-ytd PIC XX.
       77 wsfs-yth PIC XX.
       77 wsfs-tab PIC XX.
       77 wsfs-fer PIC XX.
       77 wsfs-emp PIC XX.
       77 wsfs-vir PIC XX.
       77 wsfs-rel PIC XX.
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
       77 wsresposta PIC X VALUE "N".
       77 wsfimcadastro PIC X VALUE "N".
       77 wsfimhidx PIC X VALUE "N".
       77 wsfimytd PIC X VALUE "N".
       77 wsfimtab PIC X VALUE "N".
       77 wsfimfer PIC X VALUE "N".
       77 wsfimemp PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wstemhidx PIC X VALUE "N".
       77 wstemcad PIC X VALUE "N".
       77 wstemtabela PIC X VALUE "N".

      *Ano encerrado e o que dele se deriva
       77 wsano PIC 9(4) VALUE ZERO.
       77 wsanotxt PIC X(4) VALUE SPACES.
       77 wsanoprox PIC 9(4) VALUE ZERO.
       77 wsanoproxtxt PIC X(4) VALUE SPACES.
       77 wsdezembro PIC X(7) VALUE SPACES.
       77 wsanofer PIC 9(4) VALUE ZERO.

      *Contadores da virada
       77 wsqtdpendencias PIC 9(5) VALUE ZERO.
       77 wsqtdsemdez PIC 9(5) VALUE ZERO.
       77 wsqtdsem13 PIC 9(5) VALUE ZERO.
       77 wsqtdconferidos PIC 9(5) VALUE ZERO.
       77 wsqtdarquivados PIC 9(5) VALUE ZERO.
       77 wsqtdoutroano PIC 9(5) VALUE ZERO.
       77 wsqtdferavanc PIC 9(5) VALUE ZERO.
       77 wsqtdfersaldo PIC 9(5) VALUE ZERO.
       77 wsqtdferdobro PIC 9(5) VALUE ZERO.
       77 wsqtdempaberto PIC 9(5) VALUE ZERO.
       77 wsqtdempquitado PIC 9(5) VALUE ZERO.
       77 wsqtdempsemdesc PIC 9(5) VALUE ZERO.
       77 wsdiassaldo PIC 9(2) VALUE ZERO.
       77 wssaldoemp PIC 9(9)V99 VALUE ZERO.
       77 wstotsaldoemp PIC 9(9)V99 VALUE ZERO.
       77 wssufixo PIC X(30) VALUE SPACES.

      *Totais do ano por empresa, na ordem em que aparecem no YTD
       01 tabela-empresas.
           05 TEM-ENT OCCURS 50 TIMES.
               10 TEM-EMPRESA PIC X(2).
               10 TEM-QTD     PIC 9(5).
               10 TEM-BRUTO   PIC 9(9)V99.
               10 TEM-INSS    PIC 9(9)V99.
               10 TEM-IR      PIC 9(9)V99.
               10 TEM-LIQ     PIC 9(9)V99.
               10 TEM-FGTS    PIC 9(9)V99.
       77 wsqtdemp PIC 9(3) VALUE ZERO.
       77 wsix PIC 9(3) VALUE ZERO.
       77 wsempresa PIC X(2) VALUE SPACES.

       77 wsmascvalor PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascinss PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascir PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascliq PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascfgts PIC ZZZ.ZZZ.ZZ9,99.

       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       PERFORM ABERTURA.
       PERFORM VERIFICA-VIRADA-FEITA.
       IF wsachou EQUAL "S"
           DISPLAY "TP80VIR: o ano " wsano " ja foi encerrado em "
               VIR-DATA " por " VIR-OPERADOR "."
           GOBACK
       END-IF.
       PERFORM INICIA-RELATORIO.
       PERFORM CONFERE-FICHAS-DO-ANO.
       PERFORM CONFERE-TABELA-NOVA.
       PERFORM PERGUNTA-CONFIRMA.
       IF wsresposta NOT EQUAL "S" AND wsresposta NOT EQUAL "s"
           MOVE SPACES TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           MOVE "VIRADA NAO EFETUADA - NADA FOI ALTERADO."
               TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           CLOSE RELATORIO
           DISPLAY "Virada nao efetuada. Ver TP80VIR.REL."
           GOBACK
       END-IF.
       PERFORM ARQUIVA-YTD.
       PERFORM TRANSPORTA-FERIAS.
       PERFORM TRANSPORTA-CONSIGNADO.
       PERFORM IMPRIME-TOTAIS-EMPRESA.
       PERFORM GRAVA-VIRADA.
       PERFORM FECHAMENTO.
       GOBACK.

      *----------------------------------------------------------------*
      * The year to close: in December the current one, from January
      * on the year before - what the supervisor almost always means.
      *----------------------------------------------------------------*
       ABERTURA.
       ACCEPT wsdatahoje FROM DATE YYYYMMDD.
       MOVE SPACES TO wsdatatxt.
       STRING wsdt-dia "/" wsdt-mes "/" wsdt-ano
           DELIMITED BY SIZE INTO wsdatatxt.
       PERFORM LE-OPERADOR-SESSAO.
       IF wsoperses EQUAL SPACES
           MOVE "TP80VIR" TO wsoperses
       END-IF.
       IF wsdt-mes EQUAL 12
           MOVE wsdt-ano TO wsano
       ELSE
           COMPUTE wsano = wsdt-ano - 1
       END-IF.
       DISPLAY " ".
       DISPLAY "TP80VIR - VIRADA DE ANO DOS ACUMULADORES".
       DISPLAY "Antes da virada, tire uma geracao de backup no "
           "TP39BKP.".
       DISPLAY "Ano a encerrar (AAAA, ENTER = " wsano "): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsanotxt.
       ACCEPT wsanotxt.
       IF wsanotxt NOT EQUAL SPACES
           IF wsanotxt NUMERIC
               MOVE wsanotxt TO wsano
           ELSE
               DISPLAY "Ano invalido."
               GOBACK
           END-IF
       END-IF.
       MOVE wsano TO wsanotxt.
       COMPUTE wsanoprox = wsano + 1.
       MOVE wsanoprox TO wsanoproxtxt.
       MOVE SPACES TO wsdezembro.
       STRING "12/" wsanotxt DELIMITED BY SIZE INTO wsdezembro.

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

       VERIFICA-VIRADA-FEITA.
       MOVE "N" TO wsachou.
       OPEN INPUT VIRADA.
       IF wsfs-vir NOT EQUAL "35"
           MOVE wsano TO VIR-ANO
           READ VIRADA
               INVALID KEY
                   MOVE "N" TO wsachou
               NOT INVALID KEY
                   MOVE "S" TO wsachou
           END-READ
           CLOSE VIRADA
       END-IF.

       INICIA-RELATORIO.
       OPEN OUTPUT RELATORIO.
       MOVE "INICIA-RELATORIO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "VIRADA DE ANO - TP80VIR  ANO:" DELIMITED BY SIZE
           wsanotxt DELIMITED BY SIZE
           "  DATA:" DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           "  OPERADOR:" DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "PENDENCIAS DO ANO" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

      *----------------------------------------------------------------*
      * Every employee active at the close and admitted by December
      * must have the normal ficha of 12/AAAA (or a blank modo, the
      * fichas written before the marker existed) and a decimo
      * terceiro ficha (modo "2") of some competencia of the year.
      *----------------------------------------------------------------*
       CONFERE-FICHAS-DO-ANO.
       MOVE "N" TO wstemhidx.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "S" TO wstemhidx
       END-IF.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           MOVE "CADASTRO.DAT NAO EXISTE - NADA A CONFERIR"
               TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           MOVE "N" TO wsfimcadastro
           MOVE LOW-VALUES TO CAD-PRONTUARIO
           START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimcadastro
           END-START
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM CONFERE-EMPREGADO UNTIL wsfimcadastro EQUAL "S"
           CLOSE CADASTRO
       END-IF.
       IF wstemhidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimcadastro EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcadastro
           END-READ
       END-IF.

       CONFERE-EMPREGADO.
       IF CAD-EMPREGADO-ATIVO AND
           (CAD-ADMISSAO EQUAL SPACES OR
            CAD-ADMISSAO(7:4) NOT GREATER THAN wsanotxt)
           ADD 1 TO wsqtdconferidos
           PERFORM PROCURA-FICHA-DEZEMBRO
           IF wsachou EQUAL "N"
               ADD 1 TO wsqtdsemdez
               ADD 1 TO wsqtdpendencias
               MOVE SPACES TO REL-LINHA
               STRING "PRONTUARIO " DELIMITED BY SIZE
                   CAD-PRONTUARIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAD-NOME DELIMITED BY "  "
                   " - SEM FICHA NORMAL DE " DELIMITED BY SIZE
                   wsdezembro DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
           PERFORM PROCURA-FICHA-DECIMO
           IF wsachou EQUAL "N"
               ADD 1 TO wsqtdsem13
               ADD 1 TO wsqtdpendencias
               MOVE SPACES TO REL-LINHA
               STRING "PRONTUARIO " DELIMITED BY SIZE
                   CAD-PRONTUARIO DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CAD-NOME DELIMITED BY "  "
                   " - SEM DECIMO TERCEIRO EM " DELIMITED BY SIZE
                   wsanotxt DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       PROCURA-FICHA-DEZEMBRO.
       MOVE "N" TO wsachou.
       IF wstemhidx EQUAL "S"
           MOVE CAD-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE wsdezembro TO HIDX-COMPET
           MOVE "1" TO HIDX-MODO
           READ HISTIDX
               INVALID KEY
                   MOVE "N" TO wsachou
               NOT INVALID KEY
                   MOVE "S" TO wsachou
           END-READ
           IF wsachou EQUAL "N"
               MOVE " " TO HIDX-MODO
               READ HISTIDX
                   INVALID KEY
                       MOVE "N" TO wsachou
                   NOT INVALID KEY
                       MOVE "S" TO wsachou
               END-READ
           END-IF
       END-IF.

      *The key is prontuario + MM/AAAA + modo: every ficha of the
      *prontuario is walked looking for a modo "2" of the year
       PROCURA-FICHA-DECIMO.
       MOVE "N" TO wsachou.
       IF wstemhidx EQUAL "S"
           MOVE "N" TO wsfimhidx
           MOVE CAD-PRONTUARIO TO HIDX-PRONTUARIO
           MOVE LOW-VALUES TO HIDX-COMPET
           MOVE LOW-VALUES TO HIDX-MODO
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimhidx
           END-START
           PERFORM LE-PROXIMA-FICHA
           PERFORM TESTA-FICHA-DECIMO
               UNTIL wsfimhidx EQUAL "S" OR wsachou EQUAL "S"
       END-IF.

       LE-PROXIMA-FICHA.
       IF wsfimhidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhidx
           END-READ
       END-IF.
       IF wsfimhidx EQUAL "N" AND
           HIDX-PRONTUARIO NOT EQUAL CAD-PRONTUARIO
           MOVE "S" TO wsfimhidx
       END-IF.

       TESTA-FICHA-DECIMO.
       IF HIDX-MODO EQUAL "2" AND HIDX-COMPET(4:4) EQUAL wsanotxt
           MOVE "S" TO wsachou
       ELSE
           PERFORM LE-PROXIMA-FICHA
       END-IF.

      *----------------------------------------------------------------*
      * The new year's INSS/IR table must be on TABELAS.DAT before the
      * first January ficha: at least one row with the vigencia of
      * the new year (staged and applied in TP10TAB).
      *----------------------------------------------------------------*
       CONFERE-TABELA-NOVA.
       MOVE "N" TO wstemtabela.
       OPEN INPUT TABELAS.
       IF wsfs-tab NOT EQUAL "35"
           MOVE "N" TO wsfimtab
           PERFORM LE-PROXIMA-TABELA
           PERFORM TESTA-VIGENCIA
               UNTIL wsfimtab EQUAL "S" OR wstemtabela EQUAL "S"
           CLOSE TABELAS
       END-IF.
       IF wstemtabela EQUAL "N"
           ADD 1 TO wsqtdpendencias
           MOVE SPACES TO REL-LINHA
           STRING "TABELAS.DAT SEM TABELA COM VIGENCIA EM "
               DELIMITED BY SIZE
               wsanoproxtxt DELIMITED BY SIZE
               " - APLICAR A TABELA NOVA NO TP10TAB" DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.

       LE-PROXIMA-TABELA.
       READ TABELAS
           AT END
               MOVE "S" TO wsfimtab
       END-READ.

       TESTA-VIGENCIA.
       IF TAB-VIGENCIA(4:4) EQUAL wsanoproxtxt
           MOVE "S" TO wstemtabela
       ELSE
           PERFORM LE-PROXIMA-TABELA
       END-IF.

      *----------------------------------------------------------------*
      * The supervisor sees the pendencias and decides: closing with
      * pendencias is allowed, and their count stays on VIRADA.DAT.
      *----------------------------------------------------------------*
       PERGUNTA-CONFIRMA.
       MOVE SPACES TO REL-LINHA.
       STRING "EMPREGADOS CONFERIDOS:" DELIMITED BY SIZE
           wsqtdconferidos DELIMITED BY SIZE
           " SEM FICHA DE DEZEMBRO:" DELIMITED BY SIZE
           wsqtdsemdez DELIMITED BY SIZE
           " SEM DECIMO:" DELIMITED BY SIZE
           wsqtdsem13 DELIMITED BY SIZE
           " PENDENCIAS:" DELIMITED BY SIZE
           wsqtdpendencias DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       DISPLAY "Empregados conferidos:  " wsqtdconferidos.
       DISPLAY "Sem ficha de dezembro:  " wsqtdsemdez.
       DISPLAY "Sem decimo terceiro:    " wsqtdsem13.
       IF wstemtabela EQUAL "N"
           DISPLAY "TABELAS.DAT sem tabela com vigencia em "
               wsanoprox "."
       END-IF.
       MOVE "N" TO wsresposta.
       IF wsqtdpendencias EQUAL ZERO
           DISPLAY "Nenhuma pendencia. Confirma a virada de "
               wsano " (S/N): " WITH NO ADVANCING
       ELSE
           DISPLAY wsqtdpendencias " pendencia(s) em TP80VIR.REL."
           DISPLAY "Encerrar " wsano " mesmo assim (S/N): "
               WITH NO ADVANCING
       END-IF.
       ACCEPT wsresposta.

      *----------------------------------------------------------------*
      * Every YTD record of the closed year is copied to the archive
      * with the employee's empresa; a record already there (a year
      * reopened by hand and closed again) is overwritten. Records of
      * another year are counted and left alone.
      *----------------------------------------------------------------*
       ARQUIVA-YTD.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "ARQUIVO DOS ACUMULADORES (TP04YTDHIST.DAT)" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       OPEN INPUT YTD.
       IF wsfs-ytd EQUAL "35"
           MOVE "TP04YTD.DAT NAO EXISTE - NADA A ARQUIVAR" TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           OPEN I-O YTDHIST
           IF wsfs-yth EQUAL "35"
               OPEN OUTPUT YTDHIST
               CLOSE YTDHIST
               OPEN I-O YTDHIST
           END-IF
           MOVE "N" TO wstemcad
           OPEN INPUT CADASTRO
           IF wsfs-cad NOT EQUAL "35"
               MOVE "S" TO wstemcad
           END-IF
           MOVE "N" TO wsfimytd
           MOVE LOW-VALUES TO YTD-PRONTUARIO
           START YTD KEY NOT LESS THAN YTD-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimytd
           END-START
           PERFORM LE-PROXIMO-YTD
           PERFORM ARQUIVA-UM-YTD UNTIL wsfimytd EQUAL "S"
           IF wstemcad EQUAL "S"
               CLOSE CADASTRO
           END-IF
           CLOSE YTDHIST
           CLOSE YTD
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "PRONTUARIOS ARQUIVADOS:" DELIMITED BY SIZE
           wsqtdarquivados DELIMITED BY SIZE
           " DE OUTRO ANO (NAO ARQUIVADOS):" DELIMITED BY SIZE
           wsqtdoutroano DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       LE-PROXIMO-YTD.
       IF wsfimytd EQUAL "N"
           READ YTD NEXT RECORD
               AT END
                   MOVE "S" TO wsfimytd
           END-READ
       END-IF.

       ARQUIVA-UM-YTD.
       IF YTD-ANO EQUAL wsano
           MOVE "01" TO wsempresa
           IF wstemcad EQUAL "S"
               MOVE YTD-PRONTUARIO TO CAD-PRONTUARIO
               READ CADASTRO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CAD-EMPRESA NOT EQUAL SPACES
                           MOVE CAD-EMPRESA TO wsempresa
                       END-IF
               END-READ
           END-IF
           MOVE SPACES TO YTH-REGISTRO
           MOVE wsano TO YTH-ANO
           MOVE YTD-PRONTUARIO TO YTH-PRONTUARIO
           MOVE wsempresa TO YTH-EMPRESA
           MOVE YTD-BRUTO TO YTH-BRUTO
           MOVE YTD-INSS TO YTH-INSS
           MOVE YTD-IR TO YTH-IR
           MOVE YTD-LIQ TO YTH-LIQ
           MOVE YTD-FGTS TO YTH-FGTS
           MOVE wsdatatxt TO YTH-DTVIRADA
           MOVE wsoperses TO YTH-OPERADOR
           WRITE YTH-REGISTRO
               INVALID KEY
                   REWRITE YTH-REGISTRO
           END-WRITE
           MOVE "ARQUIVA-UM-YTD" TO wserr-para
           PERFORM TESTA-FS-YTH
           ADD 1 TO wsqtdarquivados
           PERFORM SOMA-EMPRESA
       ELSE
           ADD 1 TO wsqtdoutroano
           MOVE SPACES TO REL-LINHA
           STRING "PRONTUARIO " DELIMITED BY SIZE
               YTD-PRONTUARIO DELIMITED BY SIZE
               " NO YTD COM OUTRO ANO (" DELIMITED BY SIZE
               YTD-ANO DELIMITED BY SIZE
               ") - NAO ARQUIVADO" DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.
       PERFORM LE-PROXIMO-YTD.

       SOMA-EMPRESA.
       MOVE "N" TO wsachou.
       MOVE 1 TO wsix.
       PERFORM TESTA-EMPRESA
           UNTIL wsix GREATER THAN wsqtdemp OR wsachou EQUAL "S".
       IF wsachou EQUAL "N" AND wsqtdemp LESS THAN 50
           ADD 1 TO wsqtdemp
           MOVE wsqtdemp TO wsix
           MOVE wsempresa TO TEM-EMPRESA(wsix)
           MOVE ZERO TO TEM-QTD(wsix)
           MOVE ZERO TO TEM-BRUTO(wsix)
           MOVE ZERO TO TEM-INSS(wsix)
           MOVE ZERO TO TEM-IR(wsix)
           MOVE ZERO TO TEM-LIQ(wsix)
           MOVE ZERO TO TEM-FGTS(wsix)
           MOVE "S" TO wsachou
       END-IF.
       IF wsachou EQUAL "S"
           ADD 1 TO TEM-QTD(wsix)
           ADD YTD-BRUTO TO TEM-BRUTO(wsix)
           ADD YTD-INSS TO TEM-INSS(wsix)
           ADD YTD-IR TO TEM-IR(wsix)
           ADD YTD-LIQ TO TEM-LIQ(wsix)
           ADD YTD-FGTS TO TEM-FGTS(wsix)
       END-IF.

       TESTA-EMPRESA.
       IF TEM-EMPRESA(wsix) EQUAL wsempresa
           MOVE "S" TO wsachou
       ELSE
           ADD 1 TO wsix
       END-IF.

      *----------------------------------------------------------------*
      * Ferias: a periodo aquisitivo ended by 31/12 and already fully
      * gozados moves on to the next one (the same step TP04 takes
      * when the 30th day is paid); one with days still due is listed
      * with the saldo it carries into the new year, and flagged when
      * its periodo concessivo ran out inside the year closed.
      *----------------------------------------------------------------*
       TRANSPORTA-FERIAS.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "FERIAS - PERIODOS VENCIDOS ATE 31/12" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       OPEN I-O FERIAS.
       IF wsfs-fer EQUAL "35"
           MOVE "FERIAS.DAT NAO EXISTE" TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           MOVE "N" TO wsfimfer
           MOVE LOW-VALUES TO FER-PRONTUARIO
           START FERIAS KEY NOT LESS THAN FER-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimfer
           END-START
           PERFORM LE-PROXIMA-FERIAS
           PERFORM TRATA-PERIODO UNTIL wsfimfer EQUAL "S"
           CLOSE FERIAS
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "PERIODOS AVANCADOS:" DELIMITED BY SIZE
           wsqtdferavanc DELIMITED BY SIZE
           " COM SALDO A TRANSPORTAR:" DELIMITED BY SIZE
           wsqtdfersaldo DELIMITED BY SIZE
           " CONCESSIVO VENCIDO:" DELIMITED BY SIZE
           wsqtdferdobro DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       LE-PROXIMA-FERIAS.
       IF wsfimfer EQUAL "N"
           READ FERIAS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimfer
           END-READ
       END-IF.

       TRATA-PERIODO.
       IF FER-FIM NOT EQUAL SPACES AND
           FER-FIM(7:4) NOT GREATER THAN wsanotxt
           IF FER-DIASGOZADOS NOT LESS THAN 30
               MOVE FER-FIM TO FER-INI
               MOVE FER-FIM(7:4) TO wsanofer
               ADD 1 TO wsanofer
               MOVE wsanofer TO FER-FIM(7:4)
               MOVE ZERO TO FER-DIASGOZADOS
               REWRITE FER-REGISTRO
               MOVE "TRATA-PERIODO" TO wserr-para
               PERFORM TESTA-FS-FER
               ADD 1 TO wsqtdferavanc
               MOVE SPACES TO REL-LINHA
               STRING "PRONTUARIO " DELIMITED BY SIZE
                   FER-PRONTUARIO DELIMITED BY SIZE
                   " PERIODO AVANCADO - NOVO FIM " DELIMITED BY SIZE
                   FER-FIM DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           ELSE
               ADD 1 TO wsqtdfersaldo
               COMPUTE wsdiassaldo = 30 - FER-DIASGOZADOS
               MOVE SPACES TO wssufixo
               IF FER-FIM(7:4) LESS THAN wsanotxt
                   ADD 1 TO wsqtdferdobro
                   MOVE " - CONCESSIVO VENCIDO" TO wssufixo
               END-IF
               MOVE SPACES TO REL-LINHA
               STRING "PRONTUARIO " DELIMITED BY SIZE
                   FER-PRONTUARIO DELIMITED BY SIZE
                   " PERIODO " DELIMITED BY SIZE
                   FER-INI DELIMITED BY SIZE
                   " A " DELIMITED BY SIZE
                   FER-FIM DELIMITED BY SIZE
                   " SALDO A TRANSPORTAR:" DELIMITED BY SIZE
                   wsdiassaldo DELIMITED BY SIZE
                   " DIAS" DELIMITED BY SIZE
                   wssufixo DELIMITED BY SIZE
                   INTO REL-LINHA
               PERFORM GRAVA-LINHA-REL
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-FERIAS.

      *----------------------------------------------------------------*
      * Consignados: the open ones go on with the saldo that is left
      * (parcela x parcelas restantes); one that had no desconto in
      * December is flagged, and the quitados are listed so the
      * supervisor can close them with the credor.
      *----------------------------------------------------------------*
       TRANSPORTA-CONSIGNADO.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "CONSIGNADOS TRANSPORTADOS" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE ZERO TO wstotsaldoemp.
       OPEN INPUT EMPRESTIMO.
       IF wsfs-emp EQUAL "35"
           MOVE "EMPRESTIMO.DAT NAO EXISTE" TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           MOVE "N" TO wsfimemp
           MOVE LOW-VALUES TO EMP-PRONTUARIO
           START EMPRESTIMO KEY NOT LESS THAN EMP-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimemp
           END-START
           PERFORM LE-PROXIMO-EMPRESTIMO
           PERFORM TRATA-EMPRESTIMO UNTIL wsfimemp EQUAL "S"
           CLOSE EMPRESTIMO
       END-IF.
       MOVE wstotsaldoemp TO wsmascvalor.
       MOVE SPACES TO REL-LINHA.
       STRING "EM ABERTO:" DELIMITED BY SIZE
           wsqtdempaberto DELIMITED BY SIZE
           " SALDO TRANSPORTADO:" DELIMITED BY SIZE
           wsmascvalor DELIMITED BY SIZE
           " SEM DESCONTO EM DEZEMBRO:" DELIMITED BY SIZE
           wsqtdempsemdesc DELIMITED BY SIZE
           " QUITADOS:" DELIMITED BY SIZE
           wsqtdempquitado DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       LE-PROXIMO-EMPRESTIMO.
       IF wsfimemp EQUAL "N"
           READ EMPRESTIMO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimemp
           END-READ
       END-IF.

       TRATA-EMPRESTIMO.
       IF EMP-RESTANTES EQUAL ZERO
           ADD 1 TO wsqtdempquitado
           MOVE SPACES TO REL-LINHA
           STRING "PRONTUARIO " DELIMITED BY SIZE
               EMP-PRONTUARIO DELIMITED BY SIZE
               " CREDOR " DELIMITED BY SIZE
               EMP-CREDOR DELIMITED BY SIZE
               " CONTRATO " DELIMITED BY SIZE
               EMP-CONTRATO DELIMITED BY SIZE
               " QUITADO" DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       ELSE
           ADD 1 TO wsqtdempaberto
           COMPUTE wssaldoemp = EMP-PARCELA * EMP-RESTANTES
           ADD wssaldoemp TO wstotsaldoemp
           MOVE wssaldoemp TO wsmascvalor
           MOVE SPACES TO wssufixo
           IF EMP-ULTCOMP NOT EQUAL wsdezembro
               ADD 1 TO wsqtdempsemdesc
               MOVE SPACES TO wssufixo
               STRING " - SEM DESCONTO EM " DELIMITED BY SIZE
                   wsdezembro DELIMITED BY SIZE
                   INTO wssufixo
           END-IF
           MOVE SPACES TO REL-LINHA
           STRING "PRONTUARIO " DELIMITED BY SIZE
               EMP-PRONTUARIO DELIMITED BY SIZE
               " CREDOR " DELIMITED BY SIZE
               EMP-CREDOR DELIMITED BY SIZE
               " PARCELAS:" DELIMITED BY SIZE
               EMP-RESTANTES DELIMITED BY SIZE
               " SALDO:" DELIMITED BY SIZE
               wsmascvalor DELIMITED BY SIZE
               wssufixo DELIMITED BY SIZE
               INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.
       PERFORM LE-PROXIMO-EMPRESTIMO.

      *----------------------------------------------------------------*
      * The closing totals of the year, one line per empresa, from
      * what was archived.
      *----------------------------------------------------------------*
       IMPRIME-TOTAIS-EMPRESA.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TOTAIS DO ANO " DELIMITED BY SIZE
           wsanotxt DELIMITED BY SIZE
           " POR EMPRESA" DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       MOVE "EMP QTDE" TO REL-LINHA(1:8).
       MOVE "BRUTO" TO REL-LINHA(20:5).
       MOVE "INSS" TO REL-LINHA(36:4).
       MOVE "IR" TO REL-LINHA(53:2).
       MOVE "LIQUIDO" TO REL-LINHA(63:7).
       MOVE "FGTS" TO REL-LINHA(81:4).
       PERFORM GRAVA-LINHA-REL.
       MOVE 1 TO wsix.
       PERFORM IMPRIME-UMA-EMPRESA UNTIL wsix GREATER THAN wsqtdemp.

       IMPRIME-UMA-EMPRESA.
       MOVE TEM-BRUTO(wsix) TO wsmascvalor.
       MOVE TEM-INSS(wsix) TO wsmascinss.
       MOVE TEM-IR(wsix) TO wsmascir.
       MOVE TEM-LIQ(wsix) TO wsmascliq.
       MOVE TEM-FGTS(wsix) TO wsmascfgts.
       MOVE SPACES TO REL-LINHA.
       STRING TEM-EMPRESA(wsix) DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           TEM-QTD(wsix) DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascvalor DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascinss DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascir DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascliq DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsmascfgts DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       ADD 1 TO wsix.

      *----------------------------------------------------------------*
      * Last step: the year is recorded as closed. Until this record
      * exists TP04 and TP04LOTE keep refusing January.
      *----------------------------------------------------------------*
       GRAVA-VIRADA.
       OPEN I-O VIRADA.
       IF wsfs-vir EQUAL "35"
           OPEN OUTPUT VIRADA
           CLOSE VIRADA
           OPEN I-O VIRADA
       END-IF.
       MOVE SPACES TO VIR-REGISTRO.
       MOVE wsano TO VIR-ANO.
       MOVE wsdatatxt TO VIR-DATA.
       MOVE wsoperses TO VIR-OPERADOR.
       MOVE wsqtdarquivados TO VIR-QTDPRONT.
       MOVE wsqtdpendencias TO VIR-PENDENCIAS.
       WRITE VIR-REGISTRO.
       MOVE "GRAVA-VIRADA" TO wserr-para.
       PERFORM TESTA-FS-VIR.
       CLOSE VIRADA.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Shop-wide I/O error handling: a WRITE/REWRITE that does not
      * come back clean goes to the shared ERROS.LOG and the program
      * stops with RETURN-CODE 8, before VIRADA.DAT is written - a
      * half-archived year is never taken as closed.
      *----------------------------------------------------------------*
       TESTA-FS-YTH.
       MOVE wsfs-yth TO wserr-fs.
       MOVE "TP04YTDHIST.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-FER.
       MOVE wsfs-fer TO wserr-fs.
       MOVE "FERIAS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-VIR.
       MOVE wsfs-vir TO wserr-fs.
       MOVE "VIRADA.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP80VIR.REL" TO wserr-arq.
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
           " TP80VIR PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP80VIR - VER ERROS.LOG".
       MOVE 8 TO RETURN-CODE.
       GOBACK.

       FECHAMENTO.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "ANO " DELIMITED BY SIZE
           wsanotxt DELIMITED BY SIZE
           " ENCERRADO EM " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           " POR " DELIMITED BY SIZE
           wsoperses DELIMITED BY SIZE
           " COM " DELIMITED BY SIZE
           wsqtdpendencias DELIMITED BY SIZE
           " PENDENCIA(S)" DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Virada de " wsano " efetuada. Ver TP80VIR.REL.".
      *----------------------------------------------------------------*
