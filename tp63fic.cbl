      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP63FIC COBOL - ficha financeira anual. For one
      *          prontuario, one CAD-DEPTO or the whole empresa,
      *          prints per employee and year the grid of every
      *          earning and deduction the fichas of TP04HISTIDX.DAT
      *          carry: one row per item, one column per month, a
      *          13o salario column, a ferias/rescisao column and the
      *          annual total - the document the employee, the
      *          lawyer or the fiscal do trabalho asks for, instead
      *          of twelve holerites. Each employee starts a new page
      *          in the 66-line format TP19IMP established. The
      *          folha complementar (modo "C") adds to the month it
      *          corrects; adiantamento fichas (modo "7") are already
      *          in the ADIANTAMENTO row of the normal ficha and PLR
      *          (modo "8") is reported apart by TP12INF.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP63FIC.
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
           SELECT IMPRESSO ASSIGN TO "TP63FIC.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-imp.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD HISTIDX.
       COPY HISTIDX.

       FD CADASTRO.
       COPY CADASTRO.

       FD IMPRESSO.
       01 IMP-LINHA                 PIC X(190).

       WORKING-STORAGE SECTION.
       77 wsfs-hidx PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-imp PIC XX.
       77 wsfimhistidx PIC X VALUE "N".
       77 wsfimcadastro PIC X VALUE "N".
       77 wsabrangencia PIC 9 VALUE ZERO.
           88 wspor-prontuario VALUE 1.
           88 wspor-depto VALUE 2.
           88 wspor-empresa VALUE 3.
       77 wsempresa PIC X(2) VALUE "01".
       77 wsdeptosel PIC X(4) VALUE SPACES.
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsano PIC X(4) VALUE SPACES.
       77 wsnomeemp PIC X(51) VALUE SPACES.
       77 wsdepto PIC X(4) VALUE SPACES.
       77 wsadmissao PIC X(10) VALUE SPACES.
       77 wsqtdfichas PIC 9(3) VALUE ZERO.
       77 wsqtdemitidas PIC 9(5) VALUE ZERO.
       77 wsqtdsemficha PIC 9(5) VALUE ZERO.
       77 wscol PIC 9(2) VALUE ZERO.
       77 wspos PIC 9(3) VALUE ZERO.
       77 wsempficha PIC X(2) VALUE SPACES.
       77 wsrix PIC 9(2) VALUE ZERO.
       77 wscix PIC 9(2) VALUE ZERO.
       77 wssalario PIC S9(7)V99 VALUE ZERO.
       77 wsmascval PIC ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZ9.

      *As linhas da ficha, na ordem em que saem impressas
       01 tabela-rotulos.
           05 FILLER PIC X(20) VALUE "SALARIO".
           05 FILLER PIC X(20) VALUE "HORA EXTRA 50%".
           05 FILLER PIC X(20) VALUE "HORA EXTRA 100%".
           05 FILLER PIC X(20) VALUE "ADICIONAL NOTURNO".
           05 FILLER PIC X(20) VALUE "INSALUBR/PERICULOS".
           05 FILLER PIC X(20) VALUE "COMISSOES".
           05 FILLER PIC X(20) VALUE "DSR S/ COMISSOES".
           05 FILLER PIC X(20) VALUE "BANCO DE HORAS".
           05 FILLER PIC X(20) VALUE "RUBRICAS PROVENTO".
           05 FILLER PIC X(20) VALUE "(-) FALTAS".
           05 FILLER PIC X(20) VALUE "(-) ATRASOS".
           05 FILLER PIC X(20) VALUE "(-) DSR S/ FALTAS".
           05 FILLER PIC X(20) VALUE "TOTAL BRUTO".
           05 FILLER PIC X(20) VALUE "SALARIO-FAMILIA".
           05 FILLER PIC X(20) VALUE "VALE-TRANSPORTE".
           05 FILLER PIC X(20) VALUE "VALE-REFEICAO".
           05 FILLER PIC X(20) VALUE "ADIANTAMENTO".
           05 FILLER PIC X(20) VALUE "RUBRICAS DESCONTO".
           05 FILLER PIC X(20) VALUE "INSS".
           05 FILLER PIC X(20) VALUE "IRRF".
           05 FILLER PIC X(20) VALUE "PENSAO ALIMENTICIA".
           05 FILLER PIC X(20) VALUE "CONSIGNADO".
           05 FILLER PIC X(20) VALUE "PLANO DE SAUDE".
           05 FILLER PIC X(20) VALUE "PREVIDENCIA PRIVADA".
           05 FILLER PIC X(20) VALUE "LIQUIDO".
           05 FILLER PIC X(20) VALUE "FGTS (DEPOSITO)".
       01 tabela-rotulos-r REDEFINES tabela-rotulos.
           05 ROT-ITEM OCCURS 26 TIMES PIC X(20).
       77 wsqtdlinhas PIC 9(2) VALUE 26.

      *Os valores da ficha lida, um por linha da grade
       01 tabela-item.
           05 ITM-VALOR OCCURS 26 TIMES PIC S9(7)V99.

      *A grade: 12 meses, 13o, ferias/rescisao e o total do ano
       01 tabela-grade.
           05 GRD-LINHA OCCURS 26 TIMES.
               10 GRD-VALOR OCCURS 15 TIMES PIC S9(7)V99.

      *Paginacao de 66 linhas, a disciplina do TP19IMP
       77 wspagina PIC 9(4) VALUE ZERO.
       77 wsmascpag PIC ZZZ9.
       77 wslinha PIC 99 VALUE ZERO.
       77 wslinhaspag PIC 99 VALUE 66.

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
       DISPLAY "TP63FIC - FICHA FINANCEIRA ANUAL".
       DISPLAY "Ano (AAAA, ENTER = atual): " WITH NO ADVANCING.
       MOVE SPACES TO wsano.
       ACCEPT wsano.
       IF wsano EQUAL SPACES
           MOVE wsdt-ano TO wsano
       END-IF.
       DISPLAY "Emitir para: 1-Um prontuario 2-Um depto"
           " 3-Toda a empresa: " WITH NO ADVANCING.
       ACCEPT wsabrangencia.
       IF wspor-prontuario
           DISPLAY "Prontuario: " WITH NO ADVANCING
           ACCEPT wsprontuario
       END-IF.
       IF wspor-depto
           DISPLAY "Depto/centro de custo (4 pos): "
               WITH NO ADVANCING
           ACCEPT wsdeptosel
       END-IF.
       IF wspor-depto OR wspor-empresa
           DISPLAY "Codigo da empresa (ENTER = 01): "
               WITH NO ADVANCING
           MOVE SPACES TO wsempresa
           ACCEPT wsempresa
           IF wsempresa EQUAL SPACES
               MOVE "01" TO wsempresa
           END-IF
       END-IF.
       IF wsabrangencia LESS THAN 1 OR wsabrangencia GREATER THAN 3
           DISPLAY "Opcao invalida."
           GOBACK
       END-IF.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           DISPLAY "TP04HISTIDX.DAT nao encontrado."
           GOBACK
       END-IF.
       OPEN OUTPUT IMPRESSO.
       MOVE ZERO TO wspagina.
       IF wspor-prontuario
           PERFORM EMITE-PRONTUARIO-AVULSO
       ELSE
           PERFORM EMITE-POR-CADASTRO
       END-IF.
       CLOSE IMPRESSO.
       CLOSE HISTIDX.
       DISPLAY "TP63FIC - " wsqtdemitidas " ficha(s) financeira(s)"
           " emitida(s), " wsqtdsemficha " sem calculo no ano."
           " Relatorio em TP63FIC.REL.".
       GOBACK.

      *----------------------------------------------------------------*
      * One prontuario: the history alone is enough - a former
      * employee already removed from the cadastro still gets the
      * ficha, with the name the fichas carry.
      *----------------------------------------------------------------*
       EMITE-PRONTUARIO-AVULSO.
       MOVE SPACES TO wsnomeemp.
       MOVE SPACES TO wsdepto.
       MOVE SPACES TO wsadmissao.
       MOVE SPACES TO wsempficha.
       OPEN INPUT CADASTRO.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   PERFORM GUARDA-DADOS-CADASTRO
           END-READ
           CLOSE CADASTRO
       END-IF.
       PERFORM EMITE-FICHA.

      *----------------------------------------------------------------*
      * A depto or the whole empresa: walks the cadastro in prontuario
      * order, inactive employees included (the ficha is asked for
      * precisely about people who left).
      *----------------------------------------------------------------*
       EMITE-POR-CADASTRO.
       OPEN INPUT CADASTRO.
       IF wsfs-cad EQUAL "35"
           DISPLAY "CADASTRO.DAT ainda nao existe."
       ELSE
           MOVE "N" TO wsfimcadastro
           MOVE LOW-VALUES TO CAD-PRONTUARIO
           START CADASTRO KEY NOT LESS THAN CAD-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimcadastro
           END-START
           PERFORM LE-PROXIMO-CADASTRO
           PERFORM SELECIONA-CADASTRO UNTIL wsfimcadastro EQUAL "S"
           CLOSE CADASTRO
       END-IF.

       LE-PROXIMO-CADASTRO.
       IF wsfimcadastro EQUAL "N"
           READ CADASTRO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimcadastro
           END-READ
       END-IF.

       SELECIONA-CADASTRO.
       IF (CAD-EMPRESA EQUAL wsempresa OR (CAD-EMPRESA EQUAL SPACES
           AND wsempresa EQUAL "01")) AND
           (wspor-empresa OR CAD-DEPTO EQUAL wsdeptosel)
           MOVE CAD-PRONTUARIO TO wsprontuario
           PERFORM GUARDA-DADOS-CADASTRO
           PERFORM EMITE-FICHA
       END-IF.
       PERFORM LE-PROXIMO-CADASTRO.

       GUARDA-DADOS-CADASTRO.
       MOVE SPACES TO wsnomeemp.
       STRING CAD-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           CAD-SOBRENOME DELIMITED BY "  "
           INTO wsnomeemp.
       MOVE CAD-DEPTO TO wsdepto.
       MOVE CAD-ADMISSAO TO wsadmissao.
       MOVE CAD-EMPRESA TO wsempficha.
       IF wsempficha EQUAL SPACES
           MOVE "01" TO wsempficha
       END-IF.

      *----------------------------------------------------------------*
      * The year's fichas of the prontuario, by key: START at the
      * prontuario and read while it lasts.
      *----------------------------------------------------------------*
       EMITE-FICHA.
       MOVE ZERO TO wsqtdfichas.
       MOVE 1 TO wsrix.
       PERFORM ZERA-LINHA-GRADE UNTIL wsrix GREATER THAN wsqtdlinhas.
       MOVE "N" TO wsfimhistidx.
       MOVE wsprontuario TO HIDX-PRONTUARIO.
       MOVE LOW-VALUES TO HIDX-COMPET.
       MOVE LOW-VALUES TO HIDX-MODO.
       START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimhistidx
       END-START.
       PERFORM LE-HISTIDX.
       PERFORM ACUMULA-FICHA UNTIL wsfimhistidx EQUAL "S".
       IF wsqtdfichas EQUAL ZERO
           ADD 1 TO wsqtdsemficha
       ELSE
           ADD 1 TO wsqtdemitidas
           PERFORM IMPRIME-FICHA
       END-IF.

       ZERA-LINHA-GRADE.
       MOVE 1 TO wscix.
       PERFORM ZERA-CELULA UNTIL wscix GREATER THAN 15.
       ADD 1 TO wsrix.

       ZERA-CELULA.
       MOVE ZERO TO GRD-VALOR(wsrix, wscix).
       ADD 1 TO wscix.

       LE-HISTIDX.
       IF wsfimhistidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhistidx
           END-READ
       END-IF.

       ACUMULA-FICHA.
       IF HIDX-PRONTUARIO NOT EQUAL wsprontuario
           MOVE "S" TO wsfimhistidx
       ELSE
           IF HIDX-COMPET(4:4) EQUAL wsano
               PERFORM ESCOLHE-COLUNA
               IF wscol GREATER THAN ZERO
                   IF wsempficha EQUAL SPACES
                       MOVE HIDX-EMPRESA TO wsempficha
                   END-IF
                   IF wsnomeemp EQUAL SPACES
                       STRING HIDX-NOME DELIMITED BY "  "
                           " " DELIMITED BY SIZE
                           HIDX-SOBRENOME DELIMITED BY "  "
                           INTO wsnomeemp
                   END-IF
                   ADD 1 TO wsqtdfichas
                   PERFORM CARREGA-ITENS
                   MOVE 1 TO wsrix
                   PERFORM SOMA-ITEM UNTIL wsrix GREATER THAN
                       wsqtdlinhas
               END-IF
           END-IF
           PERFORM LE-HISTIDX
       END-IF.

      *Normal e complementar no mes da competencia; 13o e
      *ferias/rescisao nas colunas proprias; o resto fica de fora
       ESCOLHE-COLUNA.
       MOVE ZERO TO wscol.
       IF HIDX-MODO EQUAL "1" OR HIDX-MODO EQUAL " " OR
           HIDX-MODO EQUAL "C"
           IF HIDX-COMPET(1:2) IS NUMERIC
               MOVE HIDX-COMPET(1:2) TO wscol
               IF wscol GREATER THAN 12
                   MOVE ZERO TO wscol
               END-IF
           END-IF
       END-IF.
       IF HIDX-MODO EQUAL "2"
           MOVE 13 TO wscol
       END-IF.
       IF HIDX-MODO EQUAL "3" OR HIDX-MODO EQUAL "5"
           MOVE 14 TO wscol
       END-IF.

       SOMA-ITEM.
       ADD ITM-VALOR(wsrix) TO GRD-VALOR(wsrix, wscol).
       ADD ITM-VALOR(wsrix) TO GRD-VALOR(wsrix, 15).
       ADD 1 TO wsrix.

      *----------------------------------------------------------------*
      * One value per row. Fichas written before a field existed
      * carry spaces there, which count as zero. The salario row is
      * what is left of the bruto once the other earnings are taken
      * out and the absences (which reduced it) are put back.
      *----------------------------------------------------------------*
       CARREGA-ITENS.
       MOVE 1 TO wsrix.
       PERFORM ZERA-ITEM UNTIL wsrix GREATER THAN wsqtdlinhas.
       IF HIDX-VLHE50 IS NUMERIC
           MOVE HIDX-VLHE50 TO ITM-VALOR(2)
       END-IF.
       IF HIDX-VLHE100 IS NUMERIC
           MOVE HIDX-VLHE100 TO ITM-VALOR(3)
       END-IF.
       IF HIDX-VLNOT IS NUMERIC
           MOVE HIDX-VLNOT TO ITM-VALOR(4)
       END-IF.
       IF HIDX-VLADIC IS NUMERIC
           MOVE HIDX-VLADIC TO ITM-VALOR(5)
       END-IF.
       IF HIDX-VLCOMIS IS NUMERIC
           MOVE HIDX-VLCOMIS TO ITM-VALOR(6)
       END-IF.
       IF HIDX-VLDSRCOM IS NUMERIC
           MOVE HIDX-VLDSRCOM TO ITM-VALOR(7)
       END-IF.
       IF HIDX-VLBH IS NUMERIC
           MOVE HIDX-VLBH TO ITM-VALOR(8)
       END-IF.
       IF HIDX-VLRUBP IS NUMERIC
           MOVE HIDX-VLRUBP TO ITM-VALOR(9)
       END-IF.
       IF HIDX-VLFALTAS IS NUMERIC
           MOVE HIDX-VLFALTAS TO ITM-VALOR(10)
       END-IF.
       IF HIDX-VLATRASO IS NUMERIC
           MOVE HIDX-VLATRASO TO ITM-VALOR(11)
       END-IF.
       IF HIDX-VLDSR IS NUMERIC
           MOVE HIDX-VLDSR TO ITM-VALOR(12)
       END-IF.
       IF HIDX-BRUTO IS NUMERIC
           MOVE HIDX-BRUTO TO ITM-VALOR(13)
       END-IF.
       IF HIDX-VLSALFAM IS NUMERIC
           MOVE HIDX-VLSALFAM TO ITM-VALOR(14)
       END-IF.
       IF HIDX-VLVT IS NUMERIC
           MOVE HIDX-VLVT TO ITM-VALOR(15)
       END-IF.
       IF HIDX-VLVR IS NUMERIC
           MOVE HIDX-VLVR TO ITM-VALOR(16)
       END-IF.
       IF HIDX-VLADTO IS NUMERIC
           MOVE HIDX-VLADTO TO ITM-VALOR(17)
       END-IF.
       IF HIDX-VLRUBD IS NUMERIC
           MOVE HIDX-VLRUBD TO ITM-VALOR(18)
       END-IF.
       IF HIDX-INSS IS NUMERIC
           MOVE HIDX-INSS TO ITM-VALOR(19)
       END-IF.
       IF HIDX-IR IS NUMERIC
           MOVE HIDX-IR TO ITM-VALOR(20)
       END-IF.
       IF HIDX-PENS IS NUMERIC
           MOVE HIDX-PENS TO ITM-VALOR(21)
       END-IF.
       IF HIDX-VLEMP IS NUMERIC
           MOVE HIDX-VLEMP TO ITM-VALOR(22)
       END-IF.
       IF HIDX-VLSAUDE IS NUMERIC
           MOVE HIDX-VLSAUDE TO ITM-VALOR(23)
       END-IF.
       IF HIDX-VLPREV IS NUMERIC
           MOVE HIDX-VLPREV TO ITM-VALOR(24)
       END-IF.
       IF HIDX-LIQ IS NUMERIC
           MOVE HIDX-LIQ TO ITM-VALOR(25)
       END-IF.
       IF HIDX-FGTS IS NUMERIC
           MOVE HIDX-FGTS TO ITM-VALOR(26)
       END-IF.
       COMPUTE wssalario = ITM-VALOR(13) + ITM-VALOR(10)
           + ITM-VALOR(11) + ITM-VALOR(12) - ITM-VALOR(2)
           - ITM-VALOR(3) - ITM-VALOR(4) - ITM-VALOR(5)
           - ITM-VALOR(6) - ITM-VALOR(7) - ITM-VALOR(8)
           - ITM-VALOR(9).
       IF wssalario GREATER THAN ZERO
           MOVE wssalario TO ITM-VALOR(1)
       END-IF.

       ZERA-ITEM.
       MOVE ZERO TO ITM-VALOR(wsrix).
       ADD 1 TO wsrix.

      *----------------------------------------------------------------*
      * The grid of one employee, on a page of its own.
      *----------------------------------------------------------------*
       IMPRIME-FICHA.
       MOVE ZERO TO wslinha.
       ADD 1 TO wspagina.
       MOVE wspagina TO wsmascpag.
       MOVE SPACES TO IMP-LINHA.
       STRING "FICHA FINANCEIRA" DELIMITED BY SIZE
           "   ANO: " DELIMITED BY SIZE
           wsano DELIMITED BY SIZE
           "   EMPRESA: " DELIMITED BY SIZE
           wsempficha DELIMITED BY SIZE
           "   EMITIDO: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           "   PAGINA " DELIMITED BY SIZE
           wsmascpag DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE wsqtdfichas TO wsmascqtd.
       MOVE SPACES TO IMP-LINHA.
       STRING "PRONTUARIO: " DELIMITED BY SIZE
           wsprontuario DELIMITED BY SIZE
           "  NOME: " DELIMITED BY SIZE
           wsnomeemp DELIMITED BY SIZE
           "  DEPTO: " DELIMITED BY SIZE
           wsdepto DELIMITED BY SIZE
           "  ADMISSAO: " DELIMITED BY SIZE
           wsadmissao DELIMITED BY SIZE
           "  FICHAS NO ANO: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       STRING "ITEM                        JAN        FEV        MAR"
           DELIMITED BY SIZE
           "        ABR        MAI        JUN        JUL        AGO"
           DELIMITED BY SIZE
           "        SET        OUT        NOV        DEZ    13o SAL"
           DELIMITED BY SIZE
           "   FER/RESC      TOTAL" DELIMITED BY SIZE
           INTO IMP-LINHA.
       PERFORM ESCREVE-LINHA.
       MOVE ALL "-" TO IMP-LINHA(1:185).
       PERFORM ESCREVE-LINHA.
       MOVE 1 TO wsrix.
       PERFORM IMPRIME-LINHA-GRADE UNTIL wsrix GREATER THAN
           wsqtdlinhas.
       MOVE ALL "-" TO IMP-LINHA(1:185).
       PERFORM ESCREVE-LINHA.
       MOVE SPACES TO IMP-LINHA.
       PERFORM ESCREVE-LINHA UNTIL wslinha NOT LESS THAN wslinhaspag.

      *Os totais (bruto, liquido) sao separados do resto por uma
      *linha em branco, para a leitura do fiscal
       IMPRIME-LINHA-GRADE.
       IF wsrix EQUAL 13 OR wsrix EQUAL 25
           MOVE SPACES TO IMP-LINHA
           PERFORM ESCREVE-LINHA
       END-IF.
       MOVE SPACES TO IMP-LINHA.
       MOVE ROT-ITEM(wsrix) TO IMP-LINHA(1:20).
       MOVE 1 TO wscix.
       PERFORM IMPRIME-CELULA UNTIL wscix GREATER THAN 15.
       PERFORM ESCREVE-LINHA.
       IF wsrix EQUAL 13 OR wsrix EQUAL 25
           MOVE SPACES TO IMP-LINHA
           PERFORM ESCREVE-LINHA
       END-IF.
       ADD 1 TO wsrix.

      *A folha de cada empregado e completada ate as 66 linhas, para
      *que o proximo comece no alto da pagina seguinte
       ESCREVE-LINHA.
       WRITE IMP-LINHA.
       ADD 1 TO wslinha.

       IMPRIME-CELULA.
       MOVE GRD-VALOR(wsrix, wscix) TO wsmascval.
       COMPUTE wspos = 22 + (wscix - 1) * 11.
       MOVE wsmascval TO IMP-LINHA(wspos:10).
       ADD 1 TO wscix.
      *----------------------------------------------------------------*
