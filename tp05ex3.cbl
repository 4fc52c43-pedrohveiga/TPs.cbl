      *              applying the same faixa/parcela arithmetic TP04
      *              uses, logging the lookup to TP05EX3.LOG like any
      *              other operation.
      * 15/10/2026 - New option 10 (gross-up): finds the bruto that
      *              leaves a desired liquido after INSS and IRRF for
      *              the dependentes and competencia typed, with the
      *              bracket set in force from TPFAIXAS, and shows the
      *              equivalent valor-hora. The menu option is now two
      *              digits.
      ******************************************************************
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.

       WORKING-STORAGE SECTION.

       77 wsmenu PIC 99.
       77 wsnum1 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
       77 wsnum2 PIC S9(5)V99 SIGN IS TRAILING SEPARATE.
       77 wsnum1-sinal PIC X VALUE "+".
               10 IR-ALIQ PIC 9V999.
               10 IR-PARCELA PIC S9(7)V99.

      *Bruto a partir do liquido (gross-up): busca binaria em
      *centavos sobre o bruto, com INSS e IRRF do TPFAIXAS na
      *competencia pedida
       COPY FAIXAPARM.
       77 wsliqdesejado PIC 9(7)V99 VALUE ZERO.
       77 wsgdep PIC 99 VALUE ZERO.
       77 wsgcompet PIC X(7) VALUE SPACES.
       77 wsghoras PIC 9(3) VALUE ZERO.
       77 wsgmin PIC 9(7)V99 VALUE ZERO.
       77 wsgmax PIC 9(7)V99 VALUE ZERO.
       77 wsgmeio PIC 9(7)V99 VALUE ZERO.
       77 wsgbruto PIC 9(7)V99 VALUE ZERO.
       77 wsginss PIC 9(7)V99 VALUE ZERO.
       77 wsgir PIC 9(7)V99 VALUE ZERO.
       77 wsgliquido PIC S9(7)V99 VALUE ZERO.
       77 wsgbaseir PIC S9(7)V99 VALUE ZERO.
       77 wsgvalorhora PIC 9(5)V99 VALUE ZERO.
       77 wsgsemfaixa PIC X VALUE "N".
       77 wsmascgbruto PIC Z.ZZZ.ZZ9,99.
       77 wsmascginss PIC Z.ZZZ.ZZ9,99.
       77 wsmascgir PIC Z.ZZZ.ZZ9,99.
       77 wsmascgliq PIC -Z.ZZZ.ZZ9,99.
       77 wsmascghora PIC ZZ.ZZ9,99.

       SCREEN SECTION.
       01 TELA-CALCULADORA.
         05 LINE 02 COL 05 VALUE "Calculadora".
         05 LINE 10 COL 05 VALUE "7 - MR (mostra o registrador)".
         05 LINE 11 COL 05 VALUE "8 - INSS de um valor (tabela)".
         05 LINE 12 COL 05 VALUE "9 - IRRF de um valor (tabela)".
         05 LINE 13 COL 05 VALUE "10 - BRUTO a partir do liquido".
         05 LINE 14 COL 05 VALUE "0 - SAIR".
         05 LINE 15 COL 05 VALUE "Digite a opcao: ".
         05 TELA1-MENU LINE 15 COL 21 using wsmenu required.

               DISPLAY " "
               GOBACK
           end-if.
           if wsmenu less than 0 or greater than 10 then
               DISPLAY " "
               DISPLAY "Numero inserido invalido"
               GO TO PRINCIPAL
               perform CONSULTA-IR
               GO TO PRINCIPAL
           end-if.
           if wsmenu = 10
               perform BRUTO-DO-LIQUIDO
               GO TO PRINCIPAL
           end-if.

           if wsmenu = 5
               perform MEMORIA-MAIS
           PERFORM TESTA-FS-LOG.
           CLOSE LOGCALC.

      *----------------------------------------------------------------*
      * Gross-up: what bruto leaves exactly this liquido. The liquido
      * only grows with the bruto, so the bruto is found by halving
      * the interval between the liquido itself and twice it plus
      * the dependent deductions, one centavo at a time apart; each
      * try applies the arithmetic of TP01/TP04 - INSS on the bruto,
      * IRRF on bruto less INSS less 189,59 per dependente - with
      * TPFAIXAS and the bracket set in force for the competencia.
      * The smallest bruto whose liquido reaches the one asked for
      * is the answer; bracket rounding can leave it a centavo over.
      *----------------------------------------------------------------*
       BRUTO-DO-LIQUIDO.
           DISPLAY limpatela.
           DISPLAY "Liquido desejado, parte inteira: "
               with no advancing.
           ACCEPT wsnum1-int.
           DISPLAY "Centavos (00-99): " with no advancing.
           ACCEPT wsnum1-dec.
           COMPUTE wsliqdesejado = wsnum1-int + (wsnum1-dec / 100).
           DISPLAY "Dependentes para o IRRF: " with no advancing.
           ACCEPT wsgdep.
           DISPLAY "Competencia MM/AAAA (ENTER = atual): "
               with no advancing.
           MOVE SPACES TO wsgcompet.
           ACCEPT wsgcompet.
           DISPLAY "Horas mensais (ENTER = 220): " with no advancing.
           MOVE ZERO TO wsghoras.
           ACCEPT wsghoras.
           IF wsghoras EQUAL ZERO
               MOVE 220 TO wsghoras
           END-IF.
           MOVE "N" TO wsgsemfaixa.
           MOVE wsliqdesejado TO wsgmin.
           COMPUTE wsgmax = (wsliqdesejado * 2) + (wsgdep * 189,59)
               + 1.
           PERFORM APROXIMA-BRUTO
               UNTIL wsgmax - wsgmin NOT GREATER THAN 0,01.
           MOVE wsgmax TO wsgbruto.
           PERFORM CALCULA-LIQUIDO-BRUTO.
           IF wsgliquido LESS THAN wsliqdesejado
               DISPLAY "Liquido fora do alcance das faixas - verifique"
                   " TABELAS.DAT"
           END-IF.
           IF wsgsemfaixa EQUAL "S"
               DISPLAY "AVISO: sem faixa INSS/IRRF para algum valor -"
                   " verifique TABELAS.DAT"
           END-IF.
           COMPUTE wsgvalorhora ROUNDED = wsgbruto / wsghoras.
           MOVE wsgbruto TO wsmascgbruto.
           MOVE wsginss TO wsmascginss.
           MOVE wsgir TO wsmascgir.
           MOVE wsgliquido TO wsmascgliq.
           MOVE wsgvalorhora TO wsmascghora.
           DISPLAY " ".
           DISPLAY "BRUTO:      " wsmascgbruto.
           DISPLAY "INSS:       " wsmascginss.
           DISPLAY "IRRF:       " wsmascgir.
           DISPLAY "LIQUIDO:   " wsmascgliq.
           DISPLAY "VALOR-HORA: " wsmascghora " (" wsghoras " horas)".
           PERFORM GRAVA-LOG-BRUTO.

       APROXIMA-BRUTO.
           COMPUTE wsgmeio = (wsgmin + wsgmax) / 2.
           MOVE wsgmeio TO wsgbruto.
           PERFORM CALCULA-LIQUIDO-BRUTO.
           IF wsgliquido LESS THAN wsliqdesejado
               MOVE wsgmeio TO wsgmin
           ELSE
               MOVE wsgmeio TO wsgmax
           END-IF.

       CALCULA-LIQUIDO-BRUTO.
           MOVE wsgcompet TO FX-COMPET.
           MOVE "I" TO FX-TIPO.
           MOVE wsgbruto TO FX-BASE.
           CALL "TPFAIXAS" USING FAIXA-PARM.
           IF FX-RC NOT EQUAL ZERO
               MOVE "S" TO wsgsemfaixa
           END-IF.
           MOVE FX-VALOR TO wsginss.
           COMPUTE wsgbaseir = (wsgbruto - wsginss) -
               (wsgdep * 189,59).
           IF wsgbaseir LESS THAN ZERO
               MOVE ZERO TO wsgbaseir
           END-IF.
           MOVE "R" TO FX-TIPO.
           MOVE wsgbaseir TO FX-BASE.
           CALL "TPFAIXAS" USING FAIXA-PARM.
           IF FX-RC NOT EQUAL ZERO
               MOVE "S" TO wsgsemfaixa
           END-IF.
           MOVE FX-VALOR TO wsgir.
           COMPUTE wsgliquido = wsgbruto - wsginss - wsgir.

       GRAVA-LOG-BRUTO.
           OPEN EXTEND LOGCALC.
           IF wsfs-log EQUAL "05" OR wsfs-log EQUAL "35"
               OPEN OUTPUT LOGCALC
           END-IF.
           MOVE SPACES TO LOG-LINHA.
           STRING "OPCAO:" wsmenu DELIMITED BY SIZE
               " COMPET:" DELIMITED BY SIZE
               wsgcompet DELIMITED BY SIZE
               " DEP:" DELIMITED BY SIZE
               wsgdep DELIMITED BY SIZE
               " LIQUIDO:" DELIMITED BY SIZE
               wsmascgliq DELIMITED BY SIZE
               " BRUTO:" DELIMITED BY SIZE
               wsmascgbruto DELIMITED BY SIZE
               INTO LOG-LINHA.
           WRITE LOG-LINHA.
           MOVE "GRAVA-LOG-BRUTO" TO wserr-para.
           PERFORM TESTA-FS-LOG.
           MOVE SPACES TO LOG-LINHA.
           STRING "OPCAO:" wsmenu DELIMITED BY SIZE
               " INSS:" DELIMITED BY SIZE
               wsmascginss DELIMITED BY SIZE
               " IRRF:" DELIMITED BY SIZE
               wsmascgir DELIMITED BY SIZE
               " HORAS:" DELIMITED BY SIZE
               wsghoras DELIMITED BY SIZE
               " VALOR-HORA:" DELIMITED BY SIZE
               wsmascghora DELIMITED BY SIZE
               INTO LOG-LINHA.
           WRITE LOG-LINHA.
           PERFORM TESTA-FS-LOG.
           CLOSE LOGCALC.

      *----------------------------------------------------------------*
      * Appends every calculation (operands, operation, result) to
      * TP05EX3.LOG, using the edited mask fields so the decimal point
