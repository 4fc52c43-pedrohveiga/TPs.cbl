      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP58COM COBOL - comissoes. Imports the commissions
      *          the commercial system writes to COMISSOES.DAT (one
      *          fixed-layout line per sale: prontuario, competencia
      *          MM/AAAA, valor, referencia) into the variable-pay
      *          register VARIAVEIS.DAT, one record per prontuario
      *          and competencia, which TP04 and TP04LOTE pay with
      *          the DSR reflex. Lines of a prontuario that is not on
      *          the cadastro or is inativo are rejected and listed
      *          on TP58COM.REL with the other refused lines.
      * Tectonics: cobc
      *----------------------------------------------------------------*
      * Modification History
      * 15/10/2026 - Competencia status (COMPETENCIAS.DAT, TPCOMPET):
      *              no commission is imported into a month fechada
      *              or em fechamento.
      *----------------------------------------------------------------*
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP58COM.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VARIAVEIS ASSIGN TO "VARIAVEIS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VAR-CHAVE
           FILE STATUS IS wsfs-var.
           SELECT COMISSOES ASSIGN TO "COMISSOES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-cmx.
           SELECT CADASTRO ASSIGN TO "CADASTRO.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-PRONTUARIO
           FILE STATUS IS wsfs-cad.
           SELECT RELATORIO ASSIGN TO "TP58COM.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
       FD VARIAVEIS.
       COPY VARIAVEIS.

      *Arquivo do sistema comercial, uma linha por venda comissionada
       FD COMISSOES.
       01 CMX-REGISTRO.
           05 CMX-PRONTUARIO          PIC X(9).
           05 CMX-COMPET              PIC X(7).
           05 CMX-VALOR               PIC 9(5)V99.
           05 CMX-REFERENCIA          PIC X(15).

       FD CADASTRO.
       COPY CADASTRO.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-var PIC XX.
       77 wsfs-cmx PIC XX.
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
       77 wsfimvar PIC X VALUE "N".
       77 wsfimcmx PIC X VALUE "N".
       77 wsqtdlistados PIC 9(5) VALUE ZERO.
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Competencia digitada e sua validacao
       77 wscompetencia PIC X(7) VALUE SPACES.
      *Situacao da competencia das comissoes (TPCOMPET)
       COPY COMPETPARM.
       77 wscompteste PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".

      *Importacao: contadores e motivo da rejeicao da linha
       77 wsqtdlidas PIC 9(5) VALUE ZERO.
       77 wsqtdaceitas PIC 9(5) VALUE ZERO.
       77 wsqtdrejeitadas PIC 9(5) VALUE ZERO.
       77 wsqtdoutracomp PIC 9(5) VALUE ZERO.
       77 wsqtdapagadas PIC 9(5) VALUE ZERO.
       77 wsmotivo PIC X(30) VALUE SPACES.
       77 wstotimport PIC 9(9)V99 VALUE ZERO.

      *Mascaras de impressao
       77 wsmascvalor PIC ZZ.ZZ9,99.
       77 wsmasctot PIC ZZZ.ZZZ.ZZ9,99.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP58COM - COMISSOES".
       DISPLAY "1 - Importar COMISSOES.DAT de uma competencia".
       DISPLAY "2 - Listar as comissoes de uma competencia".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM IMPORTA-COMISSOES
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM LISTA-COMISSOES
       END-IF.
       IF wsopcao GREATER THAN 2
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * Import of one competencia. What an earlier import loaded for
      * it is removed first, so running it again with a corrected
      * file replaces the commissions instead of adding to them.
      * Every line of another competencia, with a bad valor, or of a
      * prontuario that is not an active employee goes to the
      * rejection report; the accepted ones are summed per
      * prontuario.
      *----------------------------------------------------------------*
       IMPORTA-COMISSOES.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "S"
           PERFORM VERIFICA-COMPETENCIA-ABERTA
       END-IF.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada importado."
       ELSE
           OPEN INPUT COMISSOES
           IF wsfs-cmx EQUAL "35"
               DISPLAY "COMISSOES.DAT nao encontrado."
           ELSE
               OPEN INPUT CADASTRO
               IF wsfs-cad EQUAL "35"
                   DISPLAY "CADASTRO.DAT ainda nao existe -"
                       " nada importado."
               ELSE
                   PERFORM CARREGA-COMISSOES
                   CLOSE CADASTRO
               END-IF
               CLOSE COMISSOES
           END-IF
       END-IF.

       CARREGA-COMISSOES.
       OPEN I-O VARIAVEIS.
       IF wsfs-var EQUAL "35"
           OPEN OUTPUT VARIAVEIS
           CLOSE VARIAVEIS
           OPEN I-O VARIAVEIS
       END-IF.
       PERFORM LE-OPERADOR-SESSAO.
       PERFORM MONTA-DATA-HOJE.
       MOVE ZERO TO wsqtdlidas.
       MOVE ZERO TO wsqtdaceitas.
       MOVE ZERO TO wsqtdrejeitadas.
       MOVE ZERO TO wsqtdoutracomp.
       MOVE ZERO TO wsqtdapagadas.
       MOVE ZERO TO wstotimport.
       MOVE "N" TO wsfimvar.
       PERFORM LE-PROXIMA-VARIAVEL.
       PERFORM APAGA-COMISSAO-ANTERIOR UNTIL wsfimvar EQUAL "S".
       OPEN OUTPUT RELATORIO.
       MOVE "CARREGA-COMISSOES" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP58COM - COMISSOES REJEITADAS NA IMPORTACAO"
           DELIMITED BY SIZE
           " - COMPETENCIA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           "  DATA: " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimcmx.
       PERFORM LE-LINHA-COMISSAO.
       PERFORM IMPORTA-LINHA-COMISSAO UNTIL wsfimcmx EQUAL "S".
       CLOSE VARIAVEIS.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdlidas TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "LINHAS LIDAS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdaceitas TO wsmascqtd.
       MOVE wstotimport TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "ACEITAS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           "  TOTAL IMPORTADO: " DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdrejeitadas TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "REJEITADAS: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE wsqtdoutracomp TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "DE OUTRA COMPETENCIA (IGNORADAS): " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       DISPLAY "Linhas lidas: " wsqtdlidas.
       DISPLAY "Aceitas: " wsqtdaceitas
           "  (comissoes anteriores apagadas: " wsqtdapagadas ")".
       DISPLAY "Rejeitadas: " wsqtdrejeitadas
           "  Outra competencia: " wsqtdoutracomp.
       IF wsqtdrejeitadas GREATER THAN ZERO
           DISPLAY "Rejeicoes listadas em TP58COM.REL."
       END-IF.
       MOVE wscompetencia TO wsauditchave.
       MOVE "COMISSAO-IMPORTADA" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdaceitas "/" wsqtdlidas
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       LE-PROXIMA-VARIAVEL.
       IF wsfimvar EQUAL "N"
           READ VARIAVEIS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimvar
           END-READ
       END-IF.

       APAGA-COMISSAO-ANTERIOR.
       IF VAR-COMPET EQUAL wscompetencia
           DELETE VARIAVEIS RECORD
           MOVE "APAGA-COMISSAO" TO wserr-para
           PERFORM TESTA-FS-VAR
           ADD 1 TO wsqtdapagadas
       END-IF.
       PERFORM LE-PROXIMA-VARIAVEL.

       LE-LINHA-COMISSAO.
       READ COMISSOES
           AT END
               MOVE "S" TO wsfimcmx
           NOT AT END
               ADD 1 TO wsqtdlidas
       END-READ.

       IMPORTA-LINHA-COMISSAO.
       MOVE SPACES TO wsmotivo.
       IF CMX-COMPET NOT EQUAL wscompetencia
           ADD 1 TO wsqtdoutracomp
       ELSE
           IF CMX-VALOR NOT NUMERIC
               MOVE "VALOR INVALIDO" TO wsmotivo
           ELSE
               IF CMX-VALOR EQUAL ZERO
                   MOVE "VALOR ZERADO" TO wsmotivo
               ELSE
                   PERFORM VALIDA-PRONTUARIO
               END-IF
           END-IF
           IF wsmotivo EQUAL SPACES
               PERFORM SOMA-COMISSAO
           END-IF
           IF wsmotivo EQUAL SPACES
               ADD 1 TO wsqtdaceitas
               ADD CMX-VALOR TO wstotimport
           ELSE
               PERFORM REJEITA-LINHA
           END-IF
       END-IF.
       PERFORM LE-LINHA-COMISSAO.

      *Somente empregado cadastrado e ativo recebe comissao pela folha
       VALIDA-PRONTUARIO.
       MOVE CMX-PRONTUARIO TO CAD-PRONTUARIO.
       READ CADASTRO
           INVALID KEY
               MOVE "PRONTUARIO NAO CADASTRADO" TO wsmotivo
           NOT INVALID KEY
               IF CAD-EMPREGADO-INATIVO
                   MOVE "EMPREGADO INATIVO" TO wsmotivo
               END-IF
       END-READ.

      *Varias vendas do mesmo mes somam num so registro
       SOMA-COMISSAO.
       MOVE CMX-PRONTUARIO TO VAR-PRONTUARIO.
       MOVE wscompetencia TO VAR-COMPET.
       READ VARIAVEIS
           INVALID KEY
               MOVE CMX-PRONTUARIO TO VAR-PRONTUARIO
               MOVE wscompetencia TO VAR-COMPET
               MOVE CMX-VALOR TO VAR-COMISSAO
               MOVE 1 TO VAR-QTDLINHAS
               MOVE wsdatatxt TO VAR-DATA
               MOVE wsoperses TO VAR-OPERADOR
               WRITE VAR-REGISTRO
           NOT INVALID KEY
               ADD CMX-VALOR TO VAR-COMISSAO
                   ON SIZE ERROR
                       MOVE "SOMA DO MES EXCEDE O LIMITE" TO wsmotivo
               END-ADD
               IF wsmotivo EQUAL SPACES
                   ADD 1 TO VAR-QTDLINHAS
                   MOVE wsdatatxt TO VAR-DATA
                   MOVE wsoperses TO VAR-OPERADOR
                   REWRITE VAR-REGISTRO
               END-IF
       END-READ.
       MOVE "SOMA-COMISSAO" TO wserr-para.
       PERFORM TESTA-FS-VAR.

       REJEITA-LINHA.
       ADD 1 TO wsqtdrejeitadas.
       MOVE SPACES TO REL-LINHA.
       IF CMX-VALOR IS NUMERIC
           MOVE CMX-VALOR TO wsmascvalor
           STRING CMX-PRONTUARIO DELIMITED BY SIZE
               " REF:" DELIMITED BY SIZE
               CMX-REFERENCIA DELIMITED BY SIZE
               " VALOR:" DELIMITED BY SIZE
               wsmascvalor DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               wsmotivo DELIMITED BY SIZE
               INTO REL-LINHA
       ELSE
           STRING CMX-PRONTUARIO DELIMITED BY SIZE
               " REF:" DELIMITED BY SIZE
               CMX-REFERENCIA DELIMITED BY SIZE
               " VALOR:" DELIMITED BY SIZE
               CMX-VALOR DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               wsmotivo DELIMITED BY SIZE
               INTO REL-LINHA
       END-IF.
       PERFORM GRAVA-LINHA-REL.

      *----------------------------------------------------------------*
      * The commissions loaded for one competencia, in prontuario
      * order.
      *----------------------------------------------------------------*
       LISTA-COMISSOES.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida."
       ELSE
           OPEN INPUT VARIAVEIS
           IF wsfs-var EQUAL "35"
               DISPLAY "VARIAVEIS.DAT ainda nao existe."
           ELSE
               MOVE ZERO TO wsqtdlistados
               MOVE ZERO TO wstotimport
               MOVE "N" TO wsfimvar
               PERFORM LE-PROXIMA-VARIAVEL
               PERFORM LISTA-UMA-COMISSAO UNTIL wsfimvar EQUAL "S"
               MOVE wstotimport TO wsmasctot
               DISPLAY "Total de empregados listados: " wsqtdlistados
                   "  Total de comissoes: " wsmasctot
               CLOSE VARIAVEIS
           END-IF
       END-IF.

       LISTA-UMA-COMISSAO.
       IF VAR-COMPET EQUAL wscompetencia
           MOVE VAR-COMISSAO TO wsmascvalor
           DISPLAY VAR-PRONTUARIO " COMISSAO:" wsmascvalor
               " VENDAS:" VAR-QTDLINHAS " IMPORTADO EM " VAR-DATA
               " POR " VAR-OPERADOR
           ADD 1 TO wsqtdlistados
           ADD VAR-COMISSAO TO wstotimport
       END-IF.
       PERFORM LE-PROXIMA-VARIAVEL.

      *----------------------------------------------------------------*
      * Helpers: competencia typed and validated, today's date.
      *----------------------------------------------------------------*
       PEDE-COMPETENCIA.
       DISPLAY "Competencia das comissoes (MM/AAAA): "
           WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
       MOVE wscompetencia TO wscompteste.
       PERFORM VALIDA-COMPETENCIA.

       VALIDA-COMPETENCIA.
       MOVE "N" TO wscompok.
       IF wscompteste(3:1) EQUAL "/" AND
           wscompteste(1:2) IS NUMERIC AND
           wscompteste(4:4) IS NUMERIC
           IF wscompteste(1:2) GREATER THAN "00" AND
               wscompteste(1:2) LESS THAN "13"
               MOVE "S" TO wscompok
           END-IF
       END-IF.

      *As comissoes cobrem todas as empresas: basta uma ter fechado o
      *mes para a competencia nao receber mais nada (TPCOMPET)
       VERIFICA-COMPETENCIA-ABERTA.
       MOVE "C" TO CPP-ACAO.
       MOVE "**" TO CPP-EMPRESA.
       MOVE wscompetencia TO CPP-COMPET.
       CALL "TPCOMPET" USING COMPET-PARM.
       IF CPP-RC NOT EQUAL ZERO
           MOVE "N" TO wscompok
           DISPLAY "Competencia " wscompetencia " fechada ou em"
               " fechamento (" CPP-DONO " em " CPP-DESDE ")."
       END-IF.

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
      * Appends every import to the shared AUDITORIA.LOG, the same
      * trail the other maintenance programs leave.
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
           " TP58COM " DELIMITED BY SIZE
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

       TESTA-FS-VAR.
       MOVE wsfs-var TO wserr-fs.
       MOVE "VARIAVEIS.DAT" TO wserr-arq.
       PERFORM VERIFICA-FS.

       TESTA-FS-REL.
       MOVE wsfs-rel TO wserr-fs.
       MOVE "TP58COM.REL" TO wserr-arq.
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
           " TP58COM PARAGRAFO:" DELIMITED BY SIZE
           wserr-para DELIMITED BY SIZE
           " ARQUIVO:" DELIMITED BY SIZE
           wserr-arq DELIMITED BY SIZE
           " STATUS:" DELIMITED BY SIZE
           wserr-fs DELIMITED BY SIZE
           INTO ERR-LINHA.
       WRITE ERR-LINHA.
       CLOSE ERRLOG.
       DISPLAY "ERRO DE E/S EM TP58COM - VER ERROS.LOG".
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
