      ******************************************************************
      * Author: Pedro Veiga
      * Date: 15/10/2026
      * Purpose: TP67FGT COBOL - conciliacao do FGTS com o extrato do
      *          banco. Imports the bank's monthly FGTS deposit file
      *          FGTSBANCO.TXT (one line per worker PIS and
      *          competencia) of one empresa into FGTSDEP.DAT, the
      *          owner of each PIS found in DOCUMENTOS.DAT, and
      *          reconciles a competencia against the FGTS of the
      *          fichas in TP04HISTIDX.DAT (every modo of the
      *          competencia adds to the worker's deposit). The
      *          report TP67FGT.REL lists the deposits missing at the
      *          bank, the deposits of a different amount and the
      *          deposits at the bank for people with no ficha, with
      *          totals per empresa. Every difference is kept open in
      *          FGTSPEND.DAT and carried into each later report
      *          until a new reconciliation of its competencia no
      *          longer finds it or an operator gives it baixa.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TP67FGT.
      *----------------------------------------------------------------*
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. DESKTOP AMD.
       OBJECT-COMPUTER. DESKTOP.
       SPECIAL-NAMES.
       DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXTRATO ASSIGN TO "FGTSBANCO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-fbx.
           SELECT FGTSDEP ASSIGN TO "FGTSDEP.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FDP-CHAVE
           FILE STATUS IS wsfs-fdp.
           SELECT FGTSPEND ASSIGN TO "FGTSPEND.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FPD-CHAVE
           FILE STATUS IS wsfs-fpd.
           SELECT DOCUMENTOS ASSIGN TO "DOCUMENTOS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DOC-PRONTUARIO
           FILE STATUS IS wsfs-doc.
           SELECT HISTIDX ASSIGN TO "TP04HISTIDX.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIDX-CHAVE
           FILE STATUS IS wsfs-hidx.
           SELECT RELATORIO ASSIGN TO "TP67FGT.REL"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS wsfs-rel.
           COPY AUDITSEL.
           COPY OPERSEL.
           COPY ERROSEL.
      *----------------------------------------------------------------*
       DATA DIVISION.
       FILE SECTION.
      *Extrato mensal do banco, uma linha por deposito
       FD EXTRATO.
       01 FBX-REGISTRO.
           05 FBX-PIS                 PIC X(11).
           05 FBX-COMPET              PIC X(7).
           05 FBX-VALOR               PIC 9(7)V99.
           05 FBX-DTDEPOSITO          PIC X(8).

       FD FGTSDEP.
       COPY FGTSDEP.

       FD FGTSPEND.
       COPY FGTSPEND.

       FD DOCUMENTOS.
       COPY DOCUMENTOS.

       FD HISTIDX.
       COPY HISTIDX.

       FD RELATORIO.
       01 REL-LINHA                 PIC X(110).

       COPY AUDITFD.

       COPY OPERFD.

       COPY ERROFD.

       WORKING-STORAGE SECTION.
       77 wsfs-fbx PIC XX.
       77 wsfs-fdp PIC XX.
       77 wsfs-fpd PIC XX.
       77 wsfs-doc PIC XX.
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
       77 wsresposta PIC X VALUE "N".
       77 wsachou PIC X VALUE "N".
       77 wsfimfbx PIC X VALUE "N".
       77 wsfimfdp PIC X VALUE "N".
       77 wsfimfpd PIC X VALUE "N".
       77 wsfimdoc PIC X VALUE "N".
       77 wsfimhistidx PIC X VALUE "N".
       77 wsdocaberto PIC X VALUE "N".
       01 wsdatahoje.
           05 wsdt-ano PIC 9(4).
           05 wsdt-mes PIC 9(2).
           05 wsdt-dia PIC 9(2).
       77 wsdatatxt PIC X(10).

      *Empresa e competencia digitadas
       77 wsempresa PIC X(2) VALUE "01".
       77 wscompetencia PIC X(7) VALUE SPACES.
       77 wscompok PIC X VALUE "N".
       77 wsident PIC X(11) VALUE SPACES.

      *Importacao do extrato
       77 wsqtdlidas PIC 9(5) VALUE ZERO.
       77 wsqtdimport PIC 9(5) VALUE ZERO.
       77 wsqtdsempis PIC 9(5) VALUE ZERO.
       77 wsqtdoutracomp PIC 9(5) VALUE ZERO.
       77 wsqtdinvalidas PIC 9(5) VALUE ZERO.
       77 wsqtdapagadas PIC 9(5) VALUE ZERO.
       77 wsprontpis PIC X(9) VALUE SPACES.

      *Conciliacao: o FGTS das fichas de um prontuario na competencia
       77 wsprontant PIC X(9) VALUE SPACES.
       77 wsempficha PIC X(2) VALUE SPACES.
       77 wsnomeficha PIC X(30) VALUE SPACES.
       77 wsesperado PIC 9(7)V99 VALUE ZERO.
       77 wsdepositado PIC 9(7)V99 VALUE ZERO.
       77 wsdiferenca PIC S9(7)V99 VALUE ZERO.
       77 wspis PIC X(11) VALUE SPACES.
       77 wstipodif PIC X VALUE SPACE.
       77 wsocorrencia PIC X(24) VALUE SPACES.
       77 wsqtdocorr PIC 9(5) VALUE ZERO.
       77 wsqtdsemficha PIC 9(5) VALUE ZERO.
       77 wsqtdanteriores PIC 9(5) VALUE ZERO.

      *Totais por empresa da conciliacao
       77 wsqtdemp PIC 9(2) VALUE ZERO.
       77 wsex PIC 9(2) VALUE ZERO.
       01 tabela-empresas.
           05 EMP-ENT OCCURS 20 TIMES.
               10 EMP-COD PIC X(2).
               10 EMP-QTDFALTA PIC 9(5).
               10 EMP-VLFALTA PIC 9(9)V99.
               10 EMP-QTDDIV PIC 9(5).
               10 EMP-VLDIV PIC S9(9)V99.
               10 EMP-QTDSEMF PIC 9(5).
               10 EMP-VLSEMF PIC 9(9)V99.

      *Mascaras de impressao
       77 wsmascesp PIC Z.ZZZ.ZZ9,99.
       77 wsmascdep PIC Z.ZZZ.ZZ9,99.
       77 wsmascdif PIC Z.ZZZ.ZZ9,99-.
       77 wsmasctot PIC ZZZ.ZZZ.ZZ9,99-.
       77 wsmascqtd PIC ZZZZ9.
      *----------------------------------------------------------------*
       PROCEDURE DIVISION.

       PRINCIPAL.
       DISPLAY " ".
       DISPLAY "TP67FGT - CONCILIACAO DO FGTS COM O BANCO".
       DISPLAY "1 - Importar extrato do banco (FGTSBANCO.TXT)".
       DISPLAY "2 - Conciliar competencia".
       DISPLAY "3 - Listar diferencas em aberto".
       DISPLAY "4 - Baixar diferenca resolvida".
       DISPLAY "0 - Sair".
       DISPLAY "Digite a opcao: " WITH NO ADVANCING.
       ACCEPT wsopcao.
       IF wsopcao EQUAL ZERO
           GOBACK
       END-IF.
       IF wsopcao EQUAL 1
           PERFORM IMPORTA-EXTRATO
       END-IF.
       IF wsopcao EQUAL 2
           PERFORM CONCILIA-COMPETENCIA
       END-IF.
       IF wsopcao EQUAL 3
           PERFORM LISTA-PENDENCIAS
       END-IF.
       IF wsopcao EQUAL 4
           PERFORM BAIXA-PENDENCIA
       END-IF.
       IF wsopcao GREATER THAN 4
           DISPLAY "Opcao invalida."
       END-IF.
       GO TO PRINCIPAL.

      *----------------------------------------------------------------*
      * The bank sends one extract per empregador, so the import asks
      * the empresa it belongs to. The lines of the competencia asked
      * replace what an earlier import of that empresa/competencia
      * left; two deposits of the same PIS add up. Lines of another
      * competencia or with a non-numeric value are only counted.
      *----------------------------------------------------------------*
       IMPORTA-EXTRATO.
       PERFORM PEDE-EMPRESA.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada importado."
       ELSE
           OPEN INPUT EXTRATO
           IF wsfs-fbx EQUAL "35"
               DISPLAY "FGTSBANCO.TXT nao encontrado."
           ELSE
               PERFORM CARREGA-EXTRATO
               CLOSE EXTRATO
           END-IF
       END-IF.

       CARREGA-EXTRATO.
       OPEN I-O FGTSDEP.
       IF wsfs-fdp EQUAL "35"
           OPEN OUTPUT FGTSDEP
           CLOSE FGTSDEP
           OPEN I-O FGTSDEP
       END-IF.
       PERFORM ABRE-DOCUMENTOS.
       PERFORM MONTA-DATA-HOJE.
       MOVE ZERO TO wsqtdlidas.
       MOVE ZERO TO wsqtdimport.
       MOVE ZERO TO wsqtdsempis.
       MOVE ZERO TO wsqtdoutracomp.
       MOVE ZERO TO wsqtdinvalidas.
       MOVE ZERO TO wsqtdapagadas.
       MOVE "N" TO wsfimfdp.
       MOVE wsempresa TO FDP-EMPRESA.
       MOVE wscompetencia TO FDP-COMPET.
       MOVE LOW-VALUES TO FDP-PIS.
       START FGTSDEP KEY NOT LESS THAN FDP-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimfdp
       END-START.
       PERFORM LE-FGTSDEP-COMPET.
       PERFORM APAGA-EXTRATO-ANTERIOR UNTIL wsfimfdp EQUAL "S".
       MOVE "N" TO wsfimfbx.
       PERFORM LE-LINHA-EXTRATO.
       PERFORM IMPORTA-LINHA-EXTRATO UNTIL wsfimfbx EQUAL "S".
       CLOSE FGTSDEP.
       PERFORM FECHA-DOCUMENTOS.
       DISPLAY "Linhas lidas: " wsqtdlidas.
       DISPLAY "Importadas: " wsqtdimport
           "  (substituidas: " wsqtdapagadas ")".
       DISPLAY "PIS sem prontuario em DOCUMENTOS.DAT: " wsqtdsempis.
       DISPLAY "Outra competencia: " wsqtdoutracomp
           "  Invalidas: " wsqtdinvalidas.
       MOVE SPACES TO wsauditchave.
       STRING wsempresa " " wscompetencia
           DELIMITED BY SIZE INTO wsauditchave.
       MOVE "EXTRATO-FGTS" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdimport "/" wsqtdlidas
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

      *Le o proximo deposito enquanto for da empresa/competencia
       LE-FGTSDEP-COMPET.
       IF wsfimfdp EQUAL "N"
           READ FGTSDEP NEXT RECORD
               AT END
                   MOVE "S" TO wsfimfdp
           END-READ
           IF wsfimfdp EQUAL "N" AND
              (FDP-EMPRESA NOT EQUAL wsempresa OR
              FDP-COMPET NOT EQUAL wscompetencia)
               MOVE "S" TO wsfimfdp
           END-IF
       END-IF.

       APAGA-EXTRATO-ANTERIOR.
       DELETE FGTSDEP RECORD.
       MOVE "APAGA-EXTRATO" TO wserr-para.
       PERFORM TESTA-FS-FDP.
       ADD 1 TO wsqtdapagadas.
       PERFORM LE-FGTSDEP-COMPET.

       LE-LINHA-EXTRATO.
       READ EXTRATO
           AT END
               MOVE "S" TO wsfimfbx
           NOT AT END
               ADD 1 TO wsqtdlidas
       END-READ.

       IMPORTA-LINHA-EXTRATO.
       IF FBX-COMPET NOT EQUAL wscompetencia
           ADD 1 TO wsqtdoutracomp
       ELSE
           IF FBX-VALOR NOT NUMERIC OR FBX-PIS EQUAL SPACES
               ADD 1 TO wsqtdinvalidas
           ELSE
               MOVE FBX-PIS TO wspis
               PERFORM PROCURA-PIS
               IF wsachou EQUAL "N"
                   ADD 1 TO wsqtdsempis
               END-IF
               PERFORM GRAVA-FGTSDEP
           END-IF
       END-IF.
       PERFORM LE-LINHA-EXTRATO.

       GRAVA-FGTSDEP.
       MOVE wsempresa TO FDP-EMPRESA.
       MOVE wscompetencia TO FDP-COMPET.
       MOVE FBX-PIS TO FDP-PIS.
       READ FGTSDEP
           INVALID KEY
               MOVE wsempresa TO FDP-EMPRESA
               MOVE wscompetencia TO FDP-COMPET
               MOVE FBX-PIS TO FDP-PIS
               MOVE wsprontpis TO FDP-PRONTUARIO
               MOVE FBX-VALOR TO FDP-VALOR
               MOVE FBX-DTDEPOSITO TO FDP-DTDEPOSITO
               MOVE wsdatatxt TO FDP-DTIMPORT
               MOVE "N" TO FDP-CONCILIADO
               WRITE FDP-REGISTRO
               MOVE "GRAVA-FGTSDEP" TO wserr-para
               PERFORM TESTA-FS-FDP
               ADD 1 TO wsqtdimport
           NOT INVALID KEY
               ADD FBX-VALOR TO FDP-VALOR
               MOVE FBX-DTDEPOSITO TO FDP-DTDEPOSITO
               REWRITE FDP-REGISTRO
               MOVE "GRAVA-FGTSDEP" TO wserr-para
               PERFORM TESTA-FS-FDP
       END-READ.

      *----------------------------------------------------------------*
      * DOCUMENTOS.DAT is keyed by prontuario, so the owner of a PIS
      * is found by a pass over it, as TP56SAU finds a carteira.
      *----------------------------------------------------------------*
       PROCURA-PIS.
       MOVE "N" TO wsachou.
       MOVE SPACES TO wsprontpis.
       IF wsdocaberto EQUAL "S"
           MOVE "N" TO wsfimdoc
           MOVE LOW-VALUES TO DOC-PRONTUARIO
           START DOCUMENTOS KEY NOT LESS THAN DOC-PRONTUARIO
               INVALID KEY
                   MOVE "S" TO wsfimdoc
           END-START
           PERFORM LE-PROXIMO-DOCUMENTO
           PERFORM CONFERE-PIS
               UNTIL wsfimdoc EQUAL "S" OR wsachou EQUAL "S"
       END-IF.

       LE-PROXIMO-DOCUMENTO.
       IF wsfimdoc EQUAL "N"
           READ DOCUMENTOS NEXT RECORD
               AT END
                   MOVE "S" TO wsfimdoc
           END-READ
       END-IF.

       CONFERE-PIS.
       IF DOC-PIS EQUAL wspis
           MOVE "S" TO wsachou
           MOVE DOC-PRONTUARIO TO wsprontpis
       ELSE
           PERFORM LE-PROXIMO-DOCUMENTO
       END-IF.

       ABRE-DOCUMENTOS.
       OPEN INPUT DOCUMENTOS.
       IF wsfs-doc EQUAL "35"
           MOVE "N" TO wsdocaberto
       ELSE
           MOVE "S" TO wsdocaberto
       END-IF.

       FECHA-DOCUMENTOS.
       IF wsdocaberto EQUAL "S"
           CLOSE DOCUMENTOS
       END-IF.

      *----------------------------------------------------------------*
      * Reconciliation of one competencia across every empresa. The
      * open differences of the competencia are first taken as
      * resolved; whatever this run finds again is reopened, so a
      * difference the bank fixed drops out by itself. Then: the
      * fichas against the deposits (missing, different amount),
      * the deposits nobody matched (no ficha), the totals per
      * empresa and the differences still open from the other
      * competencias.
      *----------------------------------------------------------------*
       CONCILIA-COMPETENCIA.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida - nada conciliado."
       ELSE
           PERFORM GERA-CONCILIACAO
       END-IF.

       GERA-CONCILIACAO.
       PERFORM MONTA-DATA-HOJE.
       PERFORM LE-OPERADOR-SESSAO.
       MOVE ZERO TO wsqtdemp.
       MOVE ZERO TO wsqtdocorr.
       MOVE ZERO TO wsqtdsemficha.
       MOVE ZERO TO wsqtdanteriores.
       OPEN I-O FGTSDEP.
       IF wsfs-fdp EQUAL "35"
           OPEN OUTPUT FGTSDEP
           CLOSE FGTSDEP
           OPEN I-O FGTSDEP
       END-IF.
       OPEN I-O FGTSPEND.
       IF wsfs-fpd EQUAL "35"
           OPEN OUTPUT FGTSPEND
           CLOSE FGTSPEND
           OPEN I-O FGTSPEND
       END-IF.
       PERFORM ABRE-DOCUMENTOS.
       MOVE "N" TO wsfimfdp.
       PERFORM LE-FGTSDEP.
       PERFORM DESMARCA-DEPOSITO UNTIL wsfimfdp EQUAL "S".
       MOVE "N" TO wsfimfpd.
       PERFORM LE-FGTSPEND.
       PERFORM PRESUME-RESOLVIDA UNTIL wsfimfpd EQUAL "S".
       OPEN OUTPUT RELATORIO.
       MOVE "GERA-CONCILIACAO" TO wserr-para.
       PERFORM TESTA-FS-REL.
       MOVE SPACES TO REL-LINHA.
       STRING "TP67FGT - CONCILIACAO DO FGTS COM O EXTRATO DO BANCO"
           DELIMITED BY SIZE
           " - COMPETENCIA " DELIMITED BY SIZE
           wscompetencia DELIMITED BY SIZE
           " - EMITIDO " DELIMITED BY SIZE
           wsdatatxt DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "FICHAS SEM DEPOSITO OU COM DEPOSITO DE VALOR DIFERENTE"
           TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       PERFORM CONFERE-FICHAS.
       MOVE wsqtdocorr TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "FICHAS COM DIFERENCA: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "DEPOSITOS NO BANCO SEM FICHA NA FOLHA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimfdp.
       MOVE LOW-VALUES TO FDP-CHAVE.
       START FGTSDEP KEY NOT LESS THAN FDP-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimfdp
       END-START.
       PERFORM LE-FGTSDEP.
       PERFORM CONFERE-DEPOSITO UNTIL wsfimfdp EQUAL "S".
       MOVE wsqtdsemficha TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "DEPOSITOS SEM FICHA: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       PERFORM IMPRIME-TOTAIS-EMPRESA.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "DIFERENCAS EM ABERTO DE OUTRAS COMPETENCIAS" TO
           REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "N" TO wsfimfpd.
       MOVE LOW-VALUES TO FPD-CHAVE.
       START FGTSPEND KEY NOT LESS THAN FPD-CHAVE
           INVALID KEY
               MOVE "S" TO wsfimfpd
       END-START.
       PERFORM LE-FGTSPEND.
       PERFORM IMPRIME-ANTERIOR UNTIL wsfimfpd EQUAL "S".
       MOVE wsqtdanteriores TO wsmascqtd.
       MOVE SPACES TO REL-LINHA.
       STRING "DIFERENCAS ANTERIORES EM ABERTO: " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       CLOSE RELATORIO.
       CLOSE FGTSDEP.
       CLOSE FGTSPEND.
       PERFORM FECHA-DOCUMENTOS.
       DISPLAY "Conciliacao em TP67FGT.REL - " wsqtdocorr
           " ficha(s) com diferenca, " wsqtdsemficha
           " deposito(s) sem ficha, " wsqtdanteriores
           " diferenca(s) anterior(es) em aberto.".
       MOVE SPACES TO wsauditchave.
       MOVE wscompetencia TO wsauditchave.
       MOVE "CONCILIACAO-FGTS" TO wsauditcampo.
       MOVE SPACES TO wsauditvalor.
       STRING wsqtdocorr "/" wsqtdsemficha
           DELIMITED BY SIZE INTO wsauditvalor.
       PERFORM GRAVA-AUDITORIA.

       LE-FGTSDEP.
       IF wsfimfdp EQUAL "N"
           READ FGTSDEP NEXT RECORD
               AT END
                   MOVE "S" TO wsfimfdp
           END-READ
       END-IF.

       LE-FGTSPEND.
       IF wsfimfpd EQUAL "N"
           READ FGTSPEND NEXT RECORD
               AT END
                   MOVE "S" TO wsfimfpd
           END-READ
       END-IF.

       DESMARCA-DEPOSITO.
       IF FDP-COMPET EQUAL wscompetencia AND
           FDP-CONCILIADO NOT EQUAL "N"
           MOVE "N" TO FDP-CONCILIADO
           REWRITE FDP-REGISTRO
           MOVE "DESMARCA-DEPOSITO" TO wserr-para
           PERFORM TESTA-FS-FDP
       END-IF.
       PERFORM LE-FGTSDEP.

       PRESUME-RESOLVIDA.
       IF FPD-COMPET EQUAL wscompetencia AND FPD-ABERTA
           MOVE "R" TO FPD-SITUACAO
           MOVE wsdatatxt TO FPD-DTRESOLUCAO
           MOVE wsoperses TO FPD-OPERADOR
           REWRITE FPD-REGISTRO
           MOVE "PRESUME-RESOLVIDA" TO wserr-para
           PERFORM TESTA-FS-FPD
       END-IF.
       PERFORM LE-FGTSPEND.

      *----------------------------------------------------------------*
      * The history is keyed by prontuario + competencia + modo, so
      * the fichas of one worker in the competencia come together:
      * their FGTS is summed and checked when the prontuario changes.
      *----------------------------------------------------------------*
       CONFERE-FICHAS.
       MOVE SPACES TO wsprontant.
       MOVE ZERO TO wsesperado.
       MOVE "N" TO wsfimhistidx.
       OPEN INPUT HISTIDX.
       IF wsfs-hidx EQUAL "35"
           MOVE "S" TO wsfimhistidx
       ELSE
           PERFORM LE-HISTIDX
           PERFORM SOMA-FICHA UNTIL wsfimhistidx EQUAL "S"
           CLOSE HISTIDX
       END-IF.
       IF wsprontant NOT EQUAL SPACES
           PERFORM CONFERE-PRONTUARIO
       END-IF.

       LE-HISTIDX.
       IF wsfimhistidx EQUAL "N"
           READ HISTIDX NEXT RECORD
               AT END
                   MOVE "S" TO wsfimhistidx
           END-READ
       END-IF.

       SOMA-FICHA.
       IF HIDX-COMPET EQUAL wscompetencia
           IF HIDX-PRONTUARIO NOT EQUAL wsprontant
               IF wsprontant NOT EQUAL SPACES
                   PERFORM CONFERE-PRONTUARIO
               END-IF
               MOVE HIDX-PRONTUARIO TO wsprontant
               MOVE ZERO TO wsesperado
               IF HIDX-EMPRESA EQUAL SPACES
                   MOVE "01" TO wsempficha
               ELSE
                   MOVE HIDX-EMPRESA TO wsempficha
               END-IF
               MOVE SPACES TO wsnomeficha
               STRING HIDX-NOME DELIMITED BY "  "
                   " " DELIMITED BY SIZE
                   HIDX-SOBRENOME DELIMITED BY SIZE
                   INTO wsnomeficha
           END-IF
           IF HIDX-FGTS IS NUMERIC
               ADD HIDX-FGTS TO wsesperado
           END-IF
       END-IF.
       PERFORM LE-HISTIDX.

       CONFERE-PRONTUARIO.
       IF wsesperado GREATER THAN ZERO
           MOVE SPACES TO wsocorrencia
           MOVE ZERO TO wsdepositado
           PERFORM BUSCA-PIS-PRONTUARIO
           IF wspis EQUAL SPACES
               MOVE "M" TO wstipodif
               MOVE "SEM PIS EM DOCUMENTOS" TO wsocorrencia
           ELSE
               MOVE wsempficha TO FDP-EMPRESA
               MOVE wscompetencia TO FDP-COMPET
               MOVE wspis TO FDP-PIS
               READ FGTSDEP
                   INVALID KEY
                       MOVE "M" TO wstipodif
                       MOVE "NAO DEPOSITADO" TO wsocorrencia
                   NOT INVALID KEY
                       MOVE FDP-VALOR TO wsdepositado
                       MOVE "S" TO FDP-CONCILIADO
                       REWRITE FDP-REGISTRO
                       MOVE "CONFERE-PRONTUARIO" TO wserr-para
                       PERFORM TESTA-FS-FDP
                       IF FDP-VALOR NOT EQUAL wsesperado
                           MOVE "D" TO wstipodif
                           MOVE "VALOR DIFERENTE" TO wsocorrencia
                       END-IF
               END-READ
           END-IF
           IF wsocorrencia NOT EQUAL SPACES
               ADD 1 TO wsqtdocorr
               COMPUTE wsdiferenca = wsdepositado - wsesperado
               MOVE wsempficha TO wsempresa
               PERFORM ACUMULA-EMPRESA
               MOVE wsprontant TO wsident
               PERFORM GRAVA-PENDENCIA
               PERFORM IMPRIME-DIFERENCA
           END-IF
       END-IF.

       BUSCA-PIS-PRONTUARIO.
       MOVE SPACES TO wspis.
       IF wsdocaberto EQUAL "S"
           MOVE wsprontant TO DOC-PRONTUARIO
           READ DOCUMENTOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE DOC-PIS TO wspis
           END-READ
       END-IF.

      *Deposito da competencia que nenhuma ficha reclamou
       CONFERE-DEPOSITO.
       IF FDP-COMPET EQUAL wscompetencia AND
           FDP-CONCILIADO NOT EQUAL "S"
           ADD 1 TO wsqtdsemficha
           MOVE "S" TO wstipodif
           MOVE FDP-EMPRESA TO wsempresa
           MOVE FDP-PIS TO wspis
           MOVE FDP-PRONTUARIO TO wsprontant
           MOVE ZERO TO wsesperado
           MOVE FDP-VALOR TO wsdepositado
           MOVE FDP-VALOR TO wsdiferenca
           MOVE SPACES TO wsnomeficha
           IF FDP-PRONTUARIO EQUAL SPACES
               MOVE "PIS SEM PRONTUARIO" TO wsocorrencia
           ELSE
               MOVE "SEM FICHA NA COMPETENCIA" TO wsocorrencia
           END-IF
           PERFORM ACUMULA-EMPRESA
           MOVE FDP-PIS TO wsident
           PERFORM GRAVA-PENDENCIA
           PERFORM IMPRIME-DIFERENCA
       END-IF.
       PERFORM LE-FGTSDEP.

       GRAVA-PENDENCIA.
       MOVE wsempresa TO FPD-EMPRESA.
       MOVE wscompetencia TO FPD-COMPET.
       MOVE wsident TO FPD-IDENT.
       READ FGTSPEND
           INVALID KEY
               MOVE "N" TO wsachou
           NOT INVALID KEY
               MOVE "S" TO wsachou
       END-READ.
       MOVE wsempresa TO FPD-EMPRESA.
       MOVE wscompetencia TO FPD-COMPET.
       MOVE wsident TO FPD-IDENT.
       MOVE wstipodif TO FPD-TIPO.
       MOVE wsprontant TO FPD-PRONTUARIO.
       MOVE wspis TO FPD-PIS.
       MOVE wsesperado TO FPD-ESPERADO.
       MOVE wsdepositado TO FPD-DEPOSITADO.
       MOVE wsdatatxt TO FPD-DTAPURACAO.
       MOVE "A" TO FPD-SITUACAO.
       MOVE SPACES TO FPD-DTRESOLUCAO.
       MOVE wsoperses TO FPD-OPERADOR.
       IF wsachou EQUAL "S"
           REWRITE FPD-REGISTRO
       ELSE
           WRITE FPD-REGISTRO
       END-IF.
       MOVE "GRAVA-PENDENCIA" TO wserr-para.
       PERFORM TESTA-FS-FPD.

       IMPRIME-DIFERENCA.
       MOVE wsesperado TO wsmascesp.
       MOVE wsdepositado TO wsmascdep.
       MOVE wsdiferenca TO wsmascdif.
       MOVE SPACES TO REL-LINHA.
       STRING "EMP:" DELIMITED BY SIZE
           wsempresa DELIMITED BY SIZE
           " PRONT:" DELIMITED BY SIZE
           wsprontant DELIMITED BY SIZE
           " PIS:" DELIMITED BY SIZE
           wspis DELIMITED BY SIZE
           " FICHA:" DELIMITED BY SIZE
           wsmascesp DELIMITED BY SIZE
           " BANCO:" DELIMITED BY SIZE
           wsmascdep DELIMITED BY SIZE
           " DIF:" DELIMITED BY SIZE
           wsmascdif DELIMITED BY SIZE
           "  " DELIMITED BY SIZE
           wsocorrencia DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.

      *----------------------------------------------------------------*
      * Totals per empresa: count and amount missing at the bank, the
      * net difference of the deposits of another amount, count and
      * amount deposited with no ficha.
      *----------------------------------------------------------------*
       ACUMULA-EMPRESA.
       MOVE 1 TO wsex.
       PERFORM PROCURA-EMPRESA
           UNTIL wsex GREATER THAN wsqtdemp OR
           EMP-COD(wsex) EQUAL wsempresa.
       IF wsex GREATER THAN wsqtdemp AND wsqtdemp LESS THAN 20
           ADD 1 TO wsqtdemp
           MOVE wsqtdemp TO wsex
           MOVE wsempresa TO EMP-COD(wsex)
           MOVE ZERO TO EMP-QTDFALTA(wsex)
           MOVE ZERO TO EMP-VLFALTA(wsex)
           MOVE ZERO TO EMP-QTDDIV(wsex)
           MOVE ZERO TO EMP-VLDIV(wsex)
           MOVE ZERO TO EMP-QTDSEMF(wsex)
           MOVE ZERO TO EMP-VLSEMF(wsex)
       END-IF.
       IF wsex NOT GREATER THAN wsqtdemp
           IF wstipodif EQUAL "M"
               ADD 1 TO EMP-QTDFALTA(wsex)
               ADD wsesperado TO EMP-VLFALTA(wsex)
           END-IF
           IF wstipodif EQUAL "D"
               ADD 1 TO EMP-QTDDIV(wsex)
               ADD wsdiferenca TO EMP-VLDIV(wsex)
           END-IF
           IF wstipodif EQUAL "S"
               ADD 1 TO EMP-QTDSEMF(wsex)
               ADD wsdepositado TO EMP-VLSEMF(wsex)
           END-IF
       END-IF.

       PROCURA-EMPRESA.
       ADD 1 TO wsex.

       IMPRIME-TOTAIS-EMPRESA.
       MOVE SPACES TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE "TOTAIS POR EMPRESA" TO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       IF wsqtdemp EQUAL ZERO
           MOVE "NENHUMA DIFERENCA NA COMPETENCIA" TO REL-LINHA
           PERFORM GRAVA-LINHA-REL
       END-IF.
       MOVE 1 TO wsex.
       PERFORM IMPRIME-UMA-EMPRESA UNTIL wsex GREATER THAN wsqtdemp.

       IMPRIME-UMA-EMPRESA.
       MOVE EMP-QTDFALTA(wsex) TO wsmascqtd.
       MOVE EMP-VLFALTA(wsex) TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "EMP:" DELIMITED BY SIZE
           EMP-COD(wsex) DELIMITED BY SIZE
           "  NAO DEPOSITADOS:     " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           "  VALOR:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE EMP-QTDDIV(wsex) TO wsmascqtd.
       MOVE EMP-VLDIV(wsex) TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "        VALOR DIFERENTE:      " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           "  DIF:  " DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       MOVE EMP-QTDSEMF(wsex) TO wsmascqtd.
       MOVE EMP-VLSEMF(wsex) TO wsmasctot.
       MOVE SPACES TO REL-LINHA.
       STRING "        NO BANCO SEM FICHA:   " DELIMITED BY SIZE
           wsmascqtd DELIMITED BY SIZE
           "  VALOR:" DELIMITED BY SIZE
           wsmasctot DELIMITED BY SIZE
           INTO REL-LINHA.
       PERFORM GRAVA-LINHA-REL.
       ADD 1 TO wsex.

       IMPRIME-ANTERIOR.
       IF FPD-ABERTA AND FPD-COMPET NOT EQUAL wscompetencia
           ADD 1 TO wsqtdanteriores
           PERFORM MONTA-LINHA-PENDENCIA
           PERFORM GRAVA-LINHA-REL
       END-IF.
       PERFORM LE-FGTSPEND.

       MONTA-LINHA-PENDENCIA.
       MOVE FPD-ESPERADO TO wsmascesp.
       MOVE FPD-DEPOSITADO TO wsmascdep.
       COMPUTE wsdiferenca = FPD-DEPOSITADO - FPD-ESPERADO.
       MOVE wsdiferenca TO wsmascdif.
       MOVE SPACES TO wsocorrencia.
       IF FPD-NAO-DEPOSITADO
           MOVE "NAO DEPOSITADO" TO wsocorrencia
       END-IF.
       IF FPD-VALOR-DIVERGENTE
           MOVE "VALOR DIFERENTE" TO wsocorrencia
       END-IF.
       IF FPD-SEM-FICHA
           MOVE "SEM FICHA" TO wsocorrencia
       END-IF.
       MOVE SPACES TO REL-LINHA.
       STRING "EMP:" DELIMITED BY SIZE
           FPD-EMPRESA DELIMITED BY SIZE
           " COMP:" DELIMITED BY SIZE
           FPD-COMPET DELIMITED BY SIZE
           " IDENT:" DELIMITED BY SIZE
           FPD-IDENT DELIMITED BY SIZE
           " FICHA:" DELIMITED BY SIZE
           wsmascesp DELIMITED BY SIZE
           " BANCO:" DELIMITED BY SIZE
           wsmascdep DELIMITED BY SIZE
           " DIF:" DELIMITED BY SIZE
           wsmascdif DELIMITED BY SIZE
           " " DELIMITED BY SIZE
           wsocorrencia DELIMITED BY SIZE
           " DESDE " DELIMITED BY SIZE
           FPD-DTAPURACAO DELIMITED BY SIZE
           INTO REL-LINHA.

       LISTA-PENDENCIAS.
       OPEN INPUT FGTSPEND.
       IF wsfs-fpd EQUAL "35"
           DISPLAY "FGTSPEND.DAT ainda nao existe."
       ELSE
           MOVE ZERO TO wsqtdanteriores
           MOVE "N" TO wsfimfpd
           PERFORM LE-FGTSPEND
           PERFORM LISTA-UMA-PENDENCIA UNTIL wsfimfpd EQUAL "S"
           CLOSE FGTSPEND
           DISPLAY "Diferencas em aberto: " wsqtdanteriores
       END-IF.

       LISTA-UMA-PENDENCIA.
       IF FPD-ABERTA
           ADD 1 TO wsqtdanteriores
           PERFORM MONTA-LINHA-PENDENCIA
           DISPLAY REL-LINHA
       END-IF.
       PERFORM LE-FGTSPEND.

      *----------------------------------------------------------------*
      * A difference settled outside the reconciliation - a GRRF
      * paid, a deposit the bank confirmed by letter - is given
      * baixa by hand, with the operator on the record and in
      * AUDITORIA.LOG.
      *----------------------------------------------------------------*
       BAIXA-PENDENCIA.
       PERFORM PEDE-EMPRESA.
       PERFORM PEDE-COMPETENCIA.
       IF wscompok EQUAL "N"
           DISPLAY "Competencia invalida."
       ELSE
           DISPLAY "Prontuario (ou PIS, se sem ficha): "
               WITH NO ADVANCING
           MOVE SPACES TO wsident
           ACCEPT wsident
           OPEN I-O FGTSPEND
           IF wsfs-fpd EQUAL "35"
               DISPLAY "FGTSPEND.DAT ainda nao existe."
           ELSE
               MOVE wsempresa TO FPD-EMPRESA
               MOVE wscompetencia TO FPD-COMPET
               MOVE wsident TO FPD-IDENT
               READ FGTSPEND
                   INVALID KEY
                       DISPLAY "Diferenca nao encontrada."
                   NOT INVALID KEY
                       PERFORM CONFIRMA-BAIXA
               END-READ
               CLOSE FGTSPEND
           END-IF
       END-IF.

       CONFIRMA-BAIXA.
       IF FPD-RESOLVIDA
           DISPLAY "Diferenca ja resolvida em " FPD-DTRESOLUCAO "."
       ELSE
           PERFORM MONTA-LINHA-PENDENCIA
           DISPLAY REL-LINHA
           DISPLAY "Confirma a baixa (S/N)? " WITH NO ADVANCING
           MOVE "N" TO wsresposta
           ACCEPT wsresposta
           IF wsresposta EQUAL "S" OR wsresposta EQUAL "s"
               PERFORM MONTA-DATA-HOJE
               PERFORM LE-OPERADOR-SESSAO
               MOVE "R" TO FPD-SITUACAO
               MOVE wsdatatxt TO FPD-DTRESOLUCAO
               MOVE wsoperses TO FPD-OPERADOR
               REWRITE FPD-REGISTRO
               MOVE "CONFIRMA-BAIXA" TO wserr-para
               PERFORM TESTA-FS-FPD
               MOVE SPACES TO wsauditchave
               STRING wsempresa " " wscompetencia
                   DELIMITED BY SIZE INTO wsauditchave
               MOVE "BAIXA-DIF-FGTS" TO wsauditcampo
               MOVE FPD-IDENT TO wsauditvalor
               PERFORM GRAVA-AUDITORIA
               DISPLAY "Baixa registrada."
           END-IF
       END-IF.

      *----------------------------------------------------------------*
      * Helpers: empresa and competencia typed and validated, today's
      * date, one report line.
      *----------------------------------------------------------------*
       PEDE-EMPRESA.
       DISPLAY "Codigo da empresa (ENTER = 01): " WITH NO ADVANCING.
       MOVE SPACES TO wsempresa.
       ACCEPT wsempresa.
       IF wsempresa EQUAL SPACES
           MOVE "01" TO wsempresa
       END-IF.

       PEDE-COMPETENCIA.
       DISPLAY "Competencia (MM/AAAA): " WITH NO ADVANCING.
       MOVE SPACES TO wscompetencia.
       ACCEPT wscompetencia.
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

       GRAVA-LINHA-REL.
       WRITE REL-LINHA.
       MOVE "GRAVA-LINHA-REL" TO wserr-para.
       PERFORM TESTA-FS-REL.

       GRAVA-AUDITORIA.
           PERFORM LE-OPERADOR-SESSAO.
           PERFORM MONTA-DATA-HOJE.
           OPEN EXTEND AUDITORIA.
           IF wsfs-aud EQUAL "05" OR wsfs-aud EQUAL "35"
               OPEN OUTPUT AUDITORIA
           END-IF.
           MOVE SPACES TO AUD-LINHA.
           STRING wsdatatxt DELIMITED BY SIZE
               " TP67FGT " DELIMITED BY SIZE
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

       TESTA-FS-FDP.
           MOVE wsfs-fdp TO wserr-fs.
           MOVE "FGTSDEP.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-FPD.
           MOVE wsfs-fpd TO wserr-fs.
           MOVE "FGTSPEND.DAT" TO wserr-arq.
           PERFORM VERIFICA-FS.

       TESTA-FS-REL.
           MOVE wsfs-rel TO wserr-fs.
           MOVE "TP67FGT.REL" TO wserr-arq.
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
               " TP67FGT PARAGRAFO:" DELIMITED BY SIZE
               wserr-para DELIMITED BY SIZE
               " ARQUIVO:" DELIMITED BY SIZE
               wserr-arq DELIMITED BY SIZE
               " STATUS:" DELIMITED BY SIZE
               wserr-fs DELIMITED BY SIZE
               INTO ERR-LINHA.
           WRITE ERR-LINHA.
           CLOSE ERRLOG.
           DISPLAY "ERRO DE E/S EM TP67FGT - VER ERROS.LOG".
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
