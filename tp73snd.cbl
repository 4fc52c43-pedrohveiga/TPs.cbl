      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP73SND COBOL - sindicatos e contribuicao sindical.
      *          Maintains the SINDICATOS.DAT master - code, name,
      *          CNPJ, bank data for the recolhimento, contribuicao
      *          rule (percent, fixed value or one day of salario in
      *          the month of the convencao) and the piso - and the
      *          oposicoes ao desconto of OPOSICAO.DAT, one letter
      *          per employee and sindicato. After the folha of a
      *          competencia it prints TP73SND.REL: for each
      *          sindicato the guia de recolhimento (bank data and
      *          the total to pay) and the relacao de contribuintes,
      *          taken from the normal fichas of TP04HISTIDX.DAT,
      *          plus the oposicoes that kept someone out.
      * Tectonics: cobc
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP73SND.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SINDICATOS ASSIGN TO "SINDICATOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SND-CODIGO
           FILE STATUS IS wsfs-snd.
           SELECT OPOSICAO ASSIGN TO "OPOSICAO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPS-CHAVE
           FILE STATUS IS wsfs-ops.
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
           SELECT RELATORIO ASSIGN TO "TP73SND.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD SINDICATOS.
       COPY SINDICATO.

       FD OPOSICAO.
       COPY OPOSICAO.

       FD CADASTRO.
       COPY CADASTRO.

       FD HISTIDX.
       COPY HISTIDX.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-snd PIC XX.
       77 wsfs-ops PIC XX.
       77 wsfs-cad PIC XX.
       77 wsfs-hidx PIC XX.
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
       77 wscodigo PIC X(3) VALUE SPACES.
       77 wsresposta PIC X VALUE "N".
       77 wsachousnd PIC X VALUE "N".
       77 wsfimsnd PIC X VALUE "N".
       77 wsfimops PIC X VALUE "N".
       77 wsfimhidx PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Dados do sindicato digitados (reais e centavos, como no TP53CRG)
       77 wsnome PIC X(30) VALUE SPACES.
       77 wscnpj PIC X(14) VALUE SPACES.
       77 wsbanco PIC X(3) VALUE SPACES.
       77 wsagencia PIC X(4) VALUE SPACES.
       77 wsagdv PIC X(1) VALUE SPACES.
       77 wsconta PIC X(8) VALUE SPACES.
       77 wsctdv PIC X(1) VALUE SPACES.
       77 wsregra PIC X(1) VALUE SPACES.
           88 wsregravalida VALUE "P" "F" "D".
       77 wsreais PIC 9(5) VALUE ZERO.
       77 wscentavos PIC 99 VALUE ZERO.
       77 wspercint PIC 99 VALUE ZERO.
       77 wsperc PIC 9(2)V99 VALUE ZERO.
       77 wsvalor PIC 9(5)V99 VALUE ZERO.
       77 wsmesdia PIC 9(2) VALUE ZERO.
       77 wsmesdiatxt PIC X(2) VALUE SPACES.
       77 wspiso PIC 9(5)V99 VALUE ZERO.

      *Oposicao digitada
       77 wsprontuario PIC X(9) VALUE SPACES.
       77 wsdtcarta PIC X(10) VALUE SPACES.
       77 wsnomeemp PIC X(30) VALUE SPACES.

      *Competencia da guia e o sindicato pedido (ENTER = todos)
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wssindpedido PIC X(3) VALUE SPACES.
       77 wsalvo PIC X(6) VALUE SPACES.
       77 wsini PIC X(6) VALUE SPACES.
       77 wsfim PIC X(6) VALUE SPACES.
       COPY COMPETPARM.

      *Totais da guia de um sindicato e da emissao toda
       77 wsqtdcontrib PIC 9(5) VALUE ZERO.
       77 wstotsind PIC 9(7)V99 VALUE ZERO.
       77 wsqtdoposicoes PIC 9(5) VALUE ZERO.
       77 wsqtdguias PIC 9(3) VALUE ZERO.
       77 wstotgeral PIC 9(9)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascperc PIC Z9,99.
       77 wsmascvalor PIC ZZ.ZZ9,99.
       77 wsmascpiso PIC ZZ.ZZ9,99.
       77 wsmascbruto PIC ZZ.ZZ9,99.
       77 wsmasctot PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
       77 wsdescregra PIC X(40) VALUE SPACES.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP73SND - SINDICATOS E CONTRIBUICAO SINDICAL".
       DISPLAY "1 - Listar sindicatos".
       DISPLAY "2 - Incluir/alterar um sindicato".
       DISPLAY "3 - Registrar/encerrar oposicao ao desconto".
       DISPLAY "4 - Listar oposicoes de um sindicato".
       DISPLAY "5 - Guia de recolhimento e relacao de contribuintes".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM LISTA-SINDICATOS
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM INCLUI-ALTERA-SINDICATO
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM REGISTRA-OPOSICAO
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM LISTA-OPOSICOES
       END-IF.
       IF wsopcao EQUAL 5
           PERFORM EMITE-GUIAS
       END-IF.
       IF wsopcao GREATER THAN 5
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * One line per sindicato on file with its rule and piso.
      *----------------------------------------------------------------*
       LISTA-SINDICATOS.
       OPEN INPUT SINDICATOS.
       IF wsfs-snd EQUAL "35"
           DISPLAY "SINDICATOS.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdlistados
           MOVE "N" TO wsfimsnd
           PERFORM LE-PROXIMO-SINDICATO
           PERFORM LISTA-UM-SINDICATO UNTIL wsfimsnd EQUAL "S"
           DISPLAY "Total de sindicatos listados: " wsqtdlistados
           CLOSE SINDICATOS
       END-IF.

       LE-PROXIMO-SINDICATO.
       READ SINDICATOS NEXT RECORD
           AT END
               MOVE "S" TO wsfimsnd
       END-READ.

       LISTA-UM-SINDICATO.
       PERFORM DESCREVE-REGRA.
       MOVE SND-PISO TO wsmascpiso.
       DISPLAY SND-CODIGO " " SND-NOME " " wsdescregra
           " PISO:" wsmascpiso.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMO-SINDICATO.

       DESCREVE-REGRA.
       MOVE SPACES TO wsdescregra.
       IF SND-REGRA-PERCENTUAL
           MOVE SND-PERC TO wsmascperc
           STRING "REGRA: " wsmascperc "% DO SALARIO"
               DELIMITED BY SIZE INTO wsdescregra
       END-IF.
       IF SND-REGRA-FIXO
           MOVE SND-VALOR TO wsmascvalor
           STRING "REGRA: FIXO " wsmascvalor " POR MES"
               DELIMITED BY SIZE INTO wsdescregra
       END-IF.
       IF SND-REGRA-DIA
           STRING "REGRA: UM DIA DE SALARIO NO MES " SND-MESDIA
               DELIMITED BY SIZE INTO wsdescregra
       END-IF.

      *----------------------------------------------------------------*
      * Include a new sindicato or retype an existing one. The rule
      * is re-asked until it is P, F or D; a "D" sindicato with no
      * month typed takes the day of salario in March.
      *----------------------------------------------------------------*
       INCLUI-ALTERA-SINDICATO.
       PERFORM PEDE-CODIGO.
       IF wscodigo EQUAL SPACES
           DISPLAY "Codigo em branco - nada alterado."
       ELSE
           OPEN I-O SINDICATOS
           IF wsfs-snd EQUAL "35"
               OPEN OUTPUT SINDICATOS
               CLOSE SINDICATOS
               OPEN I-O SINDICATOS
           END-IF
           MOVE wscodigo TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   MOVE "N" TO wsachousnd
                   DISPLAY "Sindicato novo."
               NOT INVALID KEY
                   MOVE "S" TO wsachousnd
                   PERFORM MOSTRA-SINDICATO
           END-READ
           PERFORM ACEITA-DADOS-SINDICATO
           PERFORM GRAVA-SINDICATO
           CLOSE SINDICATOS
       END-IF.

       ACEITA-DADOS-SINDICATO.
       DISPLAY "Nome do sindicato: " WITH NO ADVANCING.
       MOVE SPACES TO wsnome.
       ACCEPT wsnome.
       DISPLAY "CNPJ (14 digitos): " WITH NO ADVANCING.
       MOVE SPACES TO wscnpj.
       ACCEPT wscnpj.
       DISPLAY "Banco do recolhimento (3 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsbanco.
       ACCEPT wsbanco.
       DISPLAY "Agencia (4 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsagencia.
       ACCEPT wsagencia.
       DISPLAY "DV da agencia: " WITH NO ADVANCING.
       MOVE SPACES TO wsagdv.
       ACCEPT wsagdv.
       DISPLAY "Conta (8 pos): " WITH NO ADVANCING.
       MOVE SPACES TO wsconta.
       ACCEPT wsconta.
       DISPLAY "DV da conta: " WITH NO ADVANCING.
       MOVE SPACES TO wsctdv.
       ACCEPT wsctdv.
       MOVE SPACES TO wsregra.
       PERFORM PEDE-REGRA UNTIL wsregravalida.
       MOVE ZERO TO wsperc.
       MOVE ZERO TO wsvalor.
       MOVE ZERO TO wsmesdia.
       IF wsregra EQUAL "P"
           DISPLAY "Percentual do salario, parte inteira: "
               WITH NO ADVANCING
           ACCEPT wspercint
           DISPLAY "Centavos do percentual (00-99): "
               WITH NO ADVANCING
           ACCEPT wscentavos
           COMPUTE wsperc ROUNDED = wspercint + (wscentavos / 100)
       END-IF.
       IF wsregra EQUAL "F"
           DISPLAY "Valor fixo mensal em reais: R$" WITH NO ADVANCING
           ACCEPT wsreais
           DISPLAY "Centavos (00-99): " WITH NO ADVANCING
           ACCEPT wscentavos
           COMPUTE wsvalor ROUNDED = wsreais + (wscentavos / 100)
       END-IF.
       IF wsregra EQUAL "D"
           DISPLAY "Mes do desconto do dia de salario (ENTER = 03): "
               WITH NO ADVANCING
           MOVE SPACES TO wsmesdiatxt
           ACCEPT wsmesdiatxt
           IF wsmesdiatxt IS NUMERIC AND
              wsmesdiatxt GREATER THAN "00" AND
              wsmesdiatxt LESS THAN "13"
               MOVE wsmesdiatxt TO wsmesdia
           ELSE
               MOVE 3 TO wsmesdia
           END-IF
       END-IF.
       DISPLAY "Piso salarial mensal (0 = sem piso): R$"
           WITH NO ADVANCING.
       ACCEPT wsreais.
       DISPLAY "Centavos (00-99): " WITH NO ADVANCING.
       ACCEPT wscentavos.
       COMPUTE wspiso ROUNDED = wsreais + (wscentavos / 100).

       PEDE-REGRA.
       DISPLAY "Regra da contribuicao - P percentual, F fixo, D dia"
           " de salario: " WITH NO ADVANCING.
       ACCEPT wsregra.
       IF NOT wsregravalida
           DISPLAY "Regra invalida - redigite."
       END-IF.

       GRAVA-SINDICATO.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE wscodigo TO SND-CODIGO.
       MOVE wsnome TO SND-NOME.
       MOVE wscnpj TO SND-CNPJ.
       MOVE wsbanco TO SND-BANCO.
       MOVE wsagencia TO SND-AGENCIA.
       MOVE wsagdv TO SND-AGDV.
       MOVE wsconta TO SND-CONTA.
       MOVE wsctdv TO SND-CTDV.
       MOVE wsregra TO SND-REGRA.
       MOVE wsperc TO SND-PERC.
       MOVE wsvalor TO SND-VALOR.
       MOVE wsmesdia TO SND-MESDIA.
       MOVE wspiso TO SND-PISO.
       MOVE wsdatatxt TO SND-DATA.
       MOVE wsoperses TO SND-OPERADOR.
       IF wsachousnd EQUAL "S"
           REWRITE SND-REGISTRO
           DISPLAY "Sindicato alterado."
       ELSE
           WRITE SND-REGISTRO
           DISPLAY "Sindicato incluido."
       END-IF.
       MOVE "GRAVA-SINDICATO" TO wserr-para.
       PERFORM TESTA-FS-SND.
       MOVE wscodigo TO wsauditchave.
       MOVE "SINDICATO" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       MOVE wspiso TO wsmascpiso.
       STRING wsregra " " wsmascpiso
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       MOSTRA-SINDICATO.
       PERFORM DESCREVE-REGRA.
       MOVE SND-PISO TO wsmascpiso.
       DISPLAY "Nome atual: " SND-NOME "  CNPJ: " SND-CNPJ.
       DISPLAY "Banco: " SND-BANCO "  Agencia: " SND-AGENCIA "-"
           SND-AGDV "  Conta: " SND-CONTA "-" SND-CTDV.
       DISPLAY wsdescregra "  Piso: " wsmascpiso.
       DISPLAY "Ultima alteracao: " SND-DATA " por " SND-OPERADOR.

      *----------------------------------------------------------------*
      * The employee's letter of oposicao: one per sindicato. A new
      * letter is in force from the competencia typed on; for one
      * already on file the clerk can close it (the desconto comes
      * back from the month after the last competencia typed).
      *----------------------------------------------------------------*
       REGISTRA-OPOSICAO.
       PERFORM PEDE-CODIGO.
       PERFORM CONFERE-SINDICATO.
       IF wsachousnd EQUAL "N"
           DISPLAY "Sindicato nao cadastrado - nada registrado."
       ELSE
           DISPLAY "Prontuario: " WITH NO ADVANCING
           MOVE SPACES TO wsprontuario
           ACCEPT wsprontuario
           PERFORM BUSCA-EMPREGADO
           DISPLAY "Empregado: " wsnomeemp
           OPEN I-O OPOSICAO
           IF wsfs-ops EQUAL "35"
               OPEN OUTPUT OPOSICAO
               CLOSE OPOSICAO
               OPEN I-O OPOSICAO
           END-IF
           MOVE wscodigo TO OPS-SINDICATO
           MOVE wsprontuario TO OPS-PRONTUARIO
           READ OPOSICAO
               INVALID KEY
                   PERFORM INCLUI-OPOSICAO
               NOT INVALID KEY
                   PERFORM ENCERRA-OPOSICAO
           END-READ
           CLOSE OPOSICAO
       END-IF.

       INCLUI-OPOSICAO.
       PERFORM MONTA-DATA-HOJE.
       DISPLAY "Data da carta (DD/MM/AAAA, ENTER = hoje): "
           WITH NO ADVANCING.
       MOVE SPACES TO wsdtcarta.
       ACCEPT wsdtcarta.
       IF wsdtcarta EQUAL SPACES
           MOVE wsdatatxt TO wsdtcarta
       END-IF.
       DISPLAY "Vale a partir da competencia (MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       PERFORM VALIDA-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada registrado."
       ELSE
           PERFORM LE-OPERADOR-SESSAO
           MOVE SPACES TO OPS-REGISTRO
           MOVE wscodigo TO OPS-SINDICATO
           MOVE wsprontuario TO OPS-PRONTUARIO
           MOVE wsdtcarta TO OPS-DTCARTA
           MOVE wscompetencia TO OPS-COMPINI
           MOVE SPACES TO OPS-COMPFIM
           MOVE wsdatatxt TO OPS-DATA
           MOVE wsoperses TO OPS-OPERADOR
           WRITE OPS-REGISTRO
           MOVE "INCLUI-OPOSICAO" TO wserr-para
           PERFORM TESTA-FS-OPS
           DISPLAY "Oposicao registrada - sem desconto a partir de "
               wscompetencia "."
           MOVE wsprontuario TO wsauditchave
           MOVE SPACES TO wsauditcampo
           STRING "OPOSICAO-" wscodigo
               DELIMITED BY SIZE INTO wsauditcampo
           MOVE wscompetencia TO wsauditvalor
           PERFORM GRAVA-AUDITORIA
       END-IF.

       ENCERRA-OPOSICAO.
       DISPLAY "Oposicao da carta de " OPS-DTCARTA " em vigor de "
           OPS-COMPINI " ate " OPS-COMPFIM.
       DISPLAY "Encerrar a oposicao (S/N): " WITH NO ADVANCING.
       ACCEPT wsresposta.
       IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
           DISPLAY "Ultima competencia sem desconto (MM/AAAA): "
               WITH NO ADVANCING
           MOVE SPACES TO wscompetencia
           ACCEPT wscompetencia
           PERFORM VALIDA-COMPETENCIA
           IF wscompok EQUAL "N"
               DISPLAY "Competencia invalida - nada alterado."
           ELSE
               PERFORM LE-OPERADOR-SESSAO
               PERFORM MONTA-DATA-HOJE
               MOVE wscompetencia TO OPS-COMPFIM
               MOVE wsdatatxt TO OPS-DATA
               MOVE wsoperses TO OPS-OPERADOR
               REWRITE OPS-REGISTRO
               MOVE "ENCERRA-OPOSICAO" TO wserr-para
               PERFORM TESTA-FS-OPS
               DISPLAY "Oposicao encerrada em " wscompetencia "."
               MOVE wsprontuario TO wsauditchave
               MOVE SPACES TO wsauditcampo
               STRING "FIM-OPOSICAO-" wscodigo
                   DELIMITED BY SIZE INTO wsauditcampo
               MOVE wscompetencia TO wsauditvalor
               PERFORM GRAVA-AUDITORIA
           END-IF
       ELSE
           DISPLAY "Nada alterado."
       END-IF.

       LISTA-OPOSICOES.
       PERFORM PEDE-CODIGO.
       OPEN INPUT OPOSICAO.
       IF wsfs-ops EQUAL "35"
           DISPLAY "OPOSICAO.DAT ainda nao existe."
       ELSE
           OPEN INPUT CADASTRO
           MOVE ZERO TO wsqtdlistados
           PERFORM POSICIONA-OPOSICOES
           PERFORM LISTA-UMA-OPOSICAO UNTIL wsfimops EQUAL "S"
           DISPLAY "Total de oposicoes: " wsqtdlistados
           IF wsfs-cad NOT EQUAL "35"
               CLOSE CADASTRO
           END-IF
           CLOSE OPOSICAO
       END-IF.

       LISTA-UMA-OPOSICAO.
       MOVE OPS-PRONTUARIO TO wsprontuario.
       PERFORM LE-EMPREGADO.
       DISPLAY OPS-PRONTUARIO " " wsnomeemp " CARTA:" OPS-DTCARTA
           " DE " OPS-COMPINI " ATE " OPS-COMPFIM.
       ADD 1 TO wsqtdlistados.
       PERFORM LE-PROXIMA-OPOSICAO.

      *Primeira oposicao do sindicato wscodigo, pela chave
       POSICIONA-OPOSICOES.
       MOVE "N" TO wsfimops.
       MOVE wscodigo TO OPS-SINDICATO.
       MOVE LOW-VALUES TO OPS-PRONTUARIO.
       START OPOSICAO KEY NOT LESS THAN OPS-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimops
       END-START.
       PERFORM LE-PROXIMA-OPOSICAO.

       LE-PROXIMA-OPOSICAO.
       IF wsfimops EQUAL "N"
           READ OPOSICAO NEXT RECORD
               AT END
                   MOVE "S" TO wsfimops
           END-READ
           IF wsfimops EQUAL "N" AND OPS-SINDICATO NOT EQUAL wscodigo
               MOVE "S" TO wsfimops
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * The guias of a competencia. The month should be fechada - a
      * folha recalculated after the guia would change what was
      * deducted - so a month still open asks for confirmation.
      * ENTER on the sindicato prints one guia per sindicato on file.
      *----------------------------------------------------------------*
       EMITE-GUIAS.
       DISPLAY "Competencia da guia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       PERFORM VALIDA-COMPETENCIA.
       DISPLAY "Sindicato (ENTER = todos): " WITH NO ADVANCING.
       MOVE SPACES TO wssindpedido.
       ACCEPT wssindpedido.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada gerado."
       ELSE
           MOVE "S" TO wsresposta
           MOVE "C" TO CPP-ACAO
           MOVE "**" TO CPP-EMPRESA
           MOVE wscompetencia TO CPP-COMPET
           CALL "TPCOMPET" USING COMPET-PARM
           IF CPP-RC NOT EQUAL 2
               DISPLAY "Competencia ainda nao fechada - a folha pode"
                   " ser recalculada."
               DISPLAY "Emite a guia mesmo assim (S/N): "
                   WITH NO ADVANCING
               ACCEPT wsresposta
           END-IF
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               OPEN INPUT SINDICATOS
               IF wsfs-snd EQUAL "35"
                   DISPLAY "SINDICATOS.DAT ainda nao existe."
               ELSE
                   PERFORM GERA-RELATORIO-GUIAS
                   CLOSE SINDICATOS
               END-IF
           ELSE
               DISPLAY "Nada gerado."
           END-IF
       END-IF.

       GERA-RELATORIO-GUIAS.
       PERFORM MONTA-DATA-HOJE.
       MOVE SPACES TO wsalvo.
       STRING wscompetencia(4:4) wscompetencia(1:2)
           DELIMITED BY SIZE INTO wsalvo.
       MOVE ZERO TO wsqtdguias.
       MOVE ZERO TO wstotgeral.
       OPEN INPUT HISTIDX.
       OPEN INPUT OPOSICAO.
       OPEN INPUT CADASTRO.
       OPEN OUTPUT RELATORIO.
       MOVE "GERA-RELATORIO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP73SND - CONTRIBUICAO SINDICAL - COMPETENCIA "
           DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       IF wssindpedido EQUAL SPACES
           MOVE "N" TO wsfimsnd
           PERFORM LE-PROXIMO-SINDICATO
           PERFORM GUIA-UM-SINDICATO UNTIL wsfimsnd EQUAL "S"
       ELSE
           MOVE wssindpedido TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   DISPLAY "Sindicato nao cadastrado."
               NOT INVALID KEY
                   PERFORM IMPRIME-GUIA
           END-READ
       END-IF.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdguias TO wsmascqtd.
       MOVE wstotgeral TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "GUIAS EMITIDAS: " wsmascqtd
           "   TOTAL GERAL A RECOLHER: " wsmasctot
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       IF wsfs-hidx NOT EQUAL "35"
           CLOSE HISTIDX
       END-IF.
       IF wsfs-ops NOT EQUAL "35"
           CLOSE OPOSICAO
       END-IF.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.
       DISPLAY "Guias em TP73SND.REL - " wsqtdguias
           " sindicato(s).".
       MOVE wscompetencia TO wsauditchave.
       MOVE SPACES TO wsauditcampo.
       STRING "GUIA-SIND-" wssindpedido
           DELIMITED BY SIZE INTO wsauditcampo.
       MOVE wstotgeral TO wsmasctot.
       MOVE wsmasctot TO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       GUIA-UM-SINDICATO.
       PERFORM IMPRIME-GUIA.
       PERFORM LE-PROXIMO-SINDICATO.

      *----------------------------------------------------------------*
      * One sindicato: the guia block with the bank data, the relacao
      * de contribuintes - every normal ficha (modo "1") of the
      * competencia whose sindicato is this one and that carries a
      * contribuicao - and the total to pay, then the oposicoes in
      * force that kept employees out of the desconto.
      *----------------------------------------------------------------*
       IMPRIME-GUIA.
       ADD 1 TO wsqtdguias.
       MOVE ZERO TO wsqtdcontrib.
       MOVE ZERO TO wstotsind.
       MOVE ZERO TO wsqtdoposicoes.
       MOVE SND-CODIGO TO wscodigo.
       PERFORM DESCREVE-REGRA.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "GUIA DE RECOLHIMENTO - SINDICATO " SND-CODIGO " "
           SND-NOME " CNPJ " SND-CNPJ
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "  BANCO " SND-BANCO " AGENCIA " SND-AGENCIA "-"
           SND-AGDV " CONTA " SND-CONTA "-" SND-CTDV "  "
           wsdescregra
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "  RELACAO DE CONTRIBUINTES" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       IF wsfs-hidx NOT EQUAL "35"
           MOVE "N" TO wsfimhidx
           MOVE LOW-VALUES TO HIDX-CHAVE
           START HISTIDX KEY NOT LESS THAN HIDX-CHAVE
               INVALID KEY
                   MOVE "S" TO wsfimhidx
           END-START
           PERFORM LE-PROXIMA-FICHA
           PERFORM CONFERE-FICHA UNTIL wsfimhidx EQUAL "S"
       END-IF.
       MOVE wsqtdcontrib TO wsmascqtd.
       MOVE wstotsind TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "  CONTRIBUINTES: " wsmascqtd
           "   TOTAL A RECOLHER AO SINDICATO: " wsmasctot
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       ADD wstotsind TO wstotgeral.
       IF wsfs-ops NOT EQUAL "35"
           MOVE "  OPOSICOES EM VIGOR NA COMPETENCIA (SEM DESCONTO)"
               TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
           PERFORM POSICIONA-OPOSICOES
           PERFORM CONFERE-OPOSICAO UNTIL wsfimops EQUAL "S"
           MOVE wsqtdoposicoes TO wsmascqtd
           MOVE SPACES TO REL-LINHA
           STRING "  OPOSICOES: " wsmascqtd
               DELIMITED BY SIZE INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.

       LE-PROXIMA-FICHA.
       READ HISTIDX NEXT RECORD
           AT END
               MOVE "S" TO wsfimhidx
       END-READ.

      *Fichas gravadas antes do campo existir trazem brancos nele
       CONFERE-FICHA.
       IF HIDX-COMPET EQUAL wscompetencia AND HIDX-MODO EQUAL "1"
           AND HIDX-SINDICATO EQUAL wscodigo
           AND HIDX-VLSIND IS NUMERIC
           IF HIDX-VLSIND GREATER THAN ZERO
               PERFORM IMPRIME-CONTRIBUINTE
           END-IF
       END-IF.
       PERFORM LE-PROXIMA-FICHA.

       IMPRIME-CONTRIBUINTE.
       ADD 1 TO wsqtdcontrib.
       ADD HIDX-VLSIND TO wstotsind.
       MOVE HIDX-VLSIND TO wsmascvalor.
       MOVE SPACES TO wsnomeemp.
       STRING HIDX-NOME DELIMITED BY "  "
           " " DELIMITED BY SIZE
           HIDX-SOBRENOME DELIMITED BY "  "
           INTO wsnomeemp.
       MOVE HIDX-BRUTO TO wsmascbruto.
       MOVE SPACES TO REL-LINHA.
       STRING "    " HIDX-PRONTUARIO " " wsnomeemp " BRUTO:"
           wsmascbruto " CONTRIBUICAO:" wsmascvalor
           DELIMITED BY SIZE INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

       CONFERE-OPOSICAO.
       MOVE SPACES TO wsini.
       STRING OPS-COMPINI(4:4) OPS-COMPINI(1:2)
           DELIMITED BY SIZE INTO wsini.
       IF OPS-COMPFIM EQUAL SPACES
           MOVE "999999" TO wsfim
       ELSE
           MOVE SPACES TO wsfim
           STRING OPS-COMPFIM(4:4) OPS-COMPFIM(1:2)
               DELIMITED BY SIZE INTO wsfim
       END-IF.
       IF wsini NOT GREATER THAN wsalvo AND
           wsfim NOT LESS THAN wsalvo
           ADD 1 TO wsqtdoposicoes
           MOVE OPS-PRONTUARIO TO wsprontuario
           PERFORM LE-EMPREGADO
           MOVE SPACES TO REL-LINHA
           STRING "    " OPS-PRONTUARIO " " wsnomeemp " CARTA:"
               OPS-DTCARTA DELIMITED BY SIZE INTO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.
       PERFORM LE-PROXIMA-OPOSICAO.

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

      *----------------------------------------------------------------*
      * Helpers: code typed, sindicato on file, employee's name,
      * competencia validated, today's date.
      *----------------------------------------------------------------*
       PEDE-CODIGO.
       DISPLAY "Digite o codigo do sindicato: " WITH NO ADVANCING.
       MOVE SPACES TO wscodigo.
       ACCEPT wscodigo.

       CONFERE-SINDICATO.
       MOVE "N" TO wsachousnd.
       OPEN INPUT SINDICATOS.
       IF wsfs-snd NOT EQUAL "35"
           MOVE wscodigo TO SND-CODIGO
           READ SINDICATOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "S" TO wsachousnd
           END-READ
           CLOSE SINDICATOS
       END-IF.

      *Com o cadastro fechado: abre, le e fecha
       BUSCA-EMPREGADO.
       OPEN INPUT CADASTRO.
       PERFORM LE-EMPREGADO.
       IF wsfs-cad NOT EQUAL "35"
           CLOSE CADASTRO
       END-IF.

      *Com o cadastro ja aberto
       LE-EMPREGADO.
       MOVE "(FORA DO CADASTRO)" TO wsnomeemp.
       IF wsfs-cad NOT EQUAL "35"
           MOVE wsprontuario TO CAD-PRONTUARIO
           READ CADASTRO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SPACES TO wsnomeemp
                   STRING CAD-NOME DELIMITED BY "  "
                       " " DELIMITED BY SIZE
                       CAD-SOBRENOME DELIMITED BY "  "
                       INTO wsnomeemp
           END-READ
       END-IF.

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
      * Appends every maintenance action and guia to the shared
      * AUDITORIA.LOG, the same trail the other programs leave.
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
           " TP73SND " DELIMITED BY SIZE
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

       TESTA-FS-SND.
       MOVE wsfs-snd TO wserr-fs.
       MOVE "SINDICATOS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-OPS.
       MOVE wsfs-ops TO wserr-fs.
       MOVE "OPOSICAO.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP73SND.REL" TO wserr-arq.
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
           " TP73SND PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP73SND - VER ERROS.LOG".
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
